      $set sourceformat"free"
       program-id. CS10054C.
      *>=================================================================================
      *>
      *>        Escalonamento de Aprovacoes Pendentes - Prazos e Aprovadores
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00800.cpy.
       copy CSS18900.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF18900.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10054C".
       78   c-ProgramDesc                   value "ESCALONAMENTO DE APROVACOES".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   f-Escalonamento.
            03 f-Type-fila                         pic x(01).
               88 f-fila-valida                        value "C", "P", "T", "Q", "R", "M".
            03 f-nivel                             pic 9(01).
            03 f-horas-limite                      pic 9(03).
            03 f-UserID-escalonamento              pic 9(11).
            03 f-UserName                          pic x(55).
            03 f-StatusID                          pic x(01).
               88 f-status-valido                      value "A", "I".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Escalonamento.
            03 line 11 col 10   pic x(23) value "Fila de Aprovacao.....:".
            03 line 11 col 34   pic x(01) from f-Type-fila.
            03 line 11 col 37   pic x(60) value "C=Credito P=Pagamento T=Recebimento Q=Quarentena R=Requisicao".
            03 line 12 col 37   pic x(20) value "M=Margem".
            03 line 13 col 10   pic x(23) value "Nivel.................:".
            03 line 13 col 34   pic 9(01) from f-nivel.
            03 line 15 col 10   pic x(23) value "Horas sem Decisao.....:".
            03 line 15 col 34   pic 9(03) from f-horas-limite.
            03 line 17 col 10   pic x(23) value "Escalonar para........:".
            03 line 17 col 34   pic 9(11) from f-UserID-escalonamento.
            03 line 17 col 47   pic x(55) from f-UserName.
            03 line 19 col 10   pic x(23) value "Situacao [A/I]........:".
            03 line 19 col 34   pic x(01) from f-StatusID.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-Control_Seigyo section.
            perform 1000-Initialization_Shokika
            perform 2000-Processing_Shori
            perform 3000-Finalization_Shuryo.
       0000-Exit_Deguchi.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-Initialization_Shokika section.

            initialize                             wf-FrameOptions

            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-io-pd18900

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

             perform until wf-Frame_Furemu-Return_Modoru

                 evaluate wf-Frame_Furemu
                      when 0
                           perform 8000-Screen_Gamen
                           perform 8000-FrameControl
                      when 9
                           perform 2999-FrameControl
                      when other
                           move "無効なフレーム!"   to ws-Message_Messeji
                           perform 9000-Message_Messeji
                 end-evaluate

            end-perform

       exit.
      *>=================================================================================
       2999-FrameControl section.

            perform 8000-accept-Option_Opushon

            evaluate wf-Option_Opushon
                when 01
                     perform 2100-Add_Tsuika
                when 02
                     perform 2100-Query_Shokai
                when 03
                     perform 2100-Maintenance_Hozen
                when 04
                     perform 2100-Delete_Sakujo
                when 05
                     perform 2100-Processar-Escalonamento
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 9000-accept-chave
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             f18900-Escalonamento_Aprovacao
            move lnk-CompanyCode                    to f18900-CompanyCode
            move lnk-BranchCode                     to f18900-BranchCode
            move f-Type-fila                        to f18900-Type-fila
            move f-nivel                            to f18900-nivel
            perform 9000-Read_Yomu-pd18900-ran
            if   ws-OperationOK
                 move "Nivel de escalonamento ja cadastrado para a fila!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "A"                                to f-StatusID

            perform 9000-accept-campos
            if   not ws-OperationOK
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                 from date yyyymmdd

                 initialize                         f18900-Escalonamento_Aprovacao
                 move lnk-CompanyCode               to f18900-CompanyCode
                 move lnk-BranchCode                to f18900-BranchCode
                 move f-Type-fila                   to f18900-Type-fila
                 move f-nivel                       to f18900-nivel
                 move f-horas-limite                to f18900-horas-limite
                 move f-UserID-escalonamento        to f18900-UserID-escalonamento
                 move f-StatusID                    to f18900-StatusID
                 move ws-data-inv                   to f18900-data-alteracao
                 move function numval(lnk-UserID)   to f18900-UserID-operacao

                 perform 9000-Write_Kaku-pd18900
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f18900-Escalonamento_Aprovacao - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Escalonamento
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       2100-Maintenance_Hozen section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Escalonamento
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform 9000-accept-campos
            if   not ws-OperationOK
                 exit section
            end-if

            move "Confirm_Kakunin alteracao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                 from date yyyymmdd

                 move f-horas-limite                to f18900-horas-limite
                 move f-UserID-escalonamento        to f18900-UserID-escalonamento
                 move f-StatusID                    to f18900-StatusID
                 move ws-data-inv                   to f18900-data-alteracao
                 move function numval(lnk-UserID)   to f18900-UserID-operacao

                 perform 9000-Rewrite_Kakinaosu-pd18900
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f18900-Escalonamento_Aprovacao - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-Delete_Sakujo section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Escalonamento
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            move "Confirm_Kakunin excluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform 9000-Delete_Sakujo-pd18900
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f18900-Escalonamento_Aprovacao - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Execucao imediata da mesma rotina acionada pelo CS00001S (comando
      *> ESCALONAR) para a Company_Kaisha corrente
       2100-Processar-Escalonamento section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            move "Confirm_Kakunin envio dos escalonamentos vencidos? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 call c-escalonar-aprovacoes using lnk-par
                 cancel c-escalonar-aprovacoes
            end-if

       exit.

      *>=================================================================================
       9000-accept-chave section.

            perform 8000-ClearScreen

            move "00"                               to ws-AccessResult

            perform with test after until f-fila-valida
                 accept f-Type-fila at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
                 move function upper-case(f-Type-fila) to f-Type-fila
            end-perform

            perform with test after until f-nivel greater zeros
                 accept f-nivel at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
            end-perform

       exit.

      *>=================================================================================
       9000-accept-campos section.

            move "00"                               to ws-AccessResult

            perform with test after until f-horas-limite greater zeros
                 accept f-horas-limite at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
            end-perform

            perform with test after until f-UserName not equal spaces
                 accept f-UserID-escalonamento at line 17 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 perform 9000-le-usuario
                 if   f-UserName equal spaces
                      move "Usuario_Yuuzaa inexistente ou inativo!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
                 perform 8000-Screen_Gamen
            end-perform

            perform with test after until f-status-valido
                 accept f-StatusID at line 19 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-StatusID) to f-StatusID
            end-perform

       exit.

      *>=================================================================================
      *> O aviso vai para o e-mail do cadastro: o destino do escalonamento
      *> precisa estar Active_Akutibu
       9000-le-usuario section.

            move spaces                             to f-UserName

            initialize                             f00800-User_Yuuzaa
            move f-UserID-escalonamento             to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   ws-OperationOK
            and  f00800-Active_Akutibu
                 move f00800-UserName               to f-UserName
                 if   f00800-Email equal spaces
                      move "Usuario_Yuuzaa sem e-mail cadastrado - o aviso nao sera entregue!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-cancela-edicao section.

            move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
            perform 9000-Message_Messeji
            move "10"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-Localiza-Escalonamento section.

            perform 9000-accept-chave
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             f18900-Escalonamento_Aprovacao
            move lnk-CompanyCode                    to f18900-CompanyCode
            move lnk-BranchCode                     to f18900-BranchCode
            move f-Type-fila                        to f18900-Type-fila
            move f-nivel                            to f18900-nivel
            perform 9000-Read_Yomu-pd18900-ran
            if   not ws-OperationOK
                 string "Escalonamento nao cadastrado para a fila [" f-Type-fila "] nivel [" f-nivel "]!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f18900-horas-limite                to f-horas-limite
            move f18900-UserID-escalonamento        to f-UserID-escalonamento
            move f18900-StatusID                    to f-StatusID

            perform 9000-le-usuario

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00800
            close pd18900

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Escalonamento

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Escalonamento

            perform 9000-StandardFrame
            display frm-Escalonamento

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR18900.cpy.
