      $set sourceformat"free"
       program-id. CS10042C.
      *>=================================================================================
      *>
      *>               Plano de Contas Contabil
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS13700.cpy.
       copy CSS13800.cpy.

      *>=================================================================================
       data division.

       copy CSF13700.cpy.
       copy CSF13800.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10042C".
       78   c-ProgramDesc                   value "PLANO DE CONTAS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-id-conta-valida                  pic x(01).
               88 ws-conta-valida                      value "S".
               88 ws-conta-invalida                    value "N".

       01   f-registro-mestre.
            03 f-cd-conta                             pic 9(09).
            03 f-Desc-conta                           pic x(55).
            03 f-cd-conta-superior                    pic 9(09).
            03 f-Desc-conta-superior                  pic x(55).
            03 f-nivel-conta                          pic 9(01).
            03 f-id-Type-conta                        pic x(01).
            03 f-id-natureza-conta                    pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-registro-mestre.
            03 line 11 col 27   pic x(06) value "Conta:".
            03 line 11 col 34   pic 9(09) from f-cd-conta.
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(55) from f-Desc-conta.
            03 line 15 col 18   pic x(15) value "Conta Superior:".
            03 line 15 col 34   pic 9(09) from f-cd-conta-superior.
            03 line 15 col 45   pic x(55) from f-Desc-conta-superior.
            03 line 17 col 27   pic x(06) value "Nivel:".
            03 line 17 col 34   pic 9(01) from f-nivel-conta.
            03 line 19 col 28   pic x(05) value "Tipo:".
            03 line 19 col 34   pic x(01) from f-id-Type-conta.
            03 line 19 col 38   pic x(26) value "(S=Sintetica A=Analitica)".
            03 line 21 col 24   pic x(09) value "Natureza:".
            03 line 21 col 34   pic x(01) from f-id-natureza-conta.
            03 line 21 col 38   pic x(26) value "(D=Devedora C=Credora)".

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

           perform 9000-Open_Akeru-io-pd13700
           perform 9000-Open_Akeru-i-pd13800

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

            perform 8000-ClearScreen

            perform until f-cd-conta greater zeros or ws-tecla-Cancela
                 accept f-cd-conta at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move f-cd-conta                         to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   ws-OperationOK
                 string "Record_Kiroku [" f-cd-conta "] j cadastrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-aceita-atributos

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                      from date yyyymmdd
                 initialize                             f13700-Plano_Contas
                 move lnk-CompanyCode                    to f13700-CompanyCode
                 move lnk-BranchCode                     to f13700-BranchCode
                 move f-cd-conta                         to f13700-cd-conta
                 move f-Desc-conta                       to f13700-Desc-conta
                 move f-cd-conta-superior                to f13700-cd-conta-superior
                 move f-nivel-conta                      to f13700-nivel-conta
                 move f-id-Type-conta                    to f13700-id-Type-conta
                 move f-id-natureza-conta                to f13700-id-natureza-conta
                 move ws-data-inv                        to f13700-data-cadastro

                 perform 9000-Write_Kaku-pd13700
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f13700-Plano_Contas - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> A conta superior deve ser sintetica e define o nivel da conta; conta
      *> sem superior  nivel 1 (grupo do plano)
       9000-aceita-atributos section.

            perform until f-Desc-conta <> spaces or ws-tecla-Cancela
                 accept f-Desc-conta at line 13 col 34 with update auto-skip
            end-perform

            perform until exit
                 accept f-cd-conta-superior at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 perform 9000-valida-conta-superior
                 if   ws-conta-valida
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-Screen_Gamen

            perform until f-id-Type-conta equal "S" or "A" or ws-tecla-Cancela
                 accept f-id-Type-conta at line 19 col 34 with update auto-skip
                 move function upper-case(f-id-Type-conta) to f-id-Type-conta
            end-perform

            perform until f-id-natureza-conta equal "D" or "C" or ws-tecla-Cancela
                 accept f-id-natureza-conta at line 21 col 34 with update auto-skip
                 move function upper-case(f-id-natureza-conta) to f-id-natureza-conta
            end-perform

       exit.

      *>=================================================================================
       9000-valida-conta-superior section.

            set  ws-conta-valida                    to true
            move spaces                             to f-Desc-conta-superior

            if   f-cd-conta-superior equal zeros
                 move 1                             to f-nivel-conta
                 exit section
            end-if

            if   f-cd-conta-superior equal f-cd-conta
                 set  ws-conta-invalida             to true
                 move "Conta superior no pode ser a propria conta!" to ws-Message_Messeji
                 exit section
            end-if

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move f-cd-conta-superior                to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   not ws-OperationOK
                 set  ws-conta-invalida             to true
                 string "Conta superior no cadastrada! [" f-cd-conta-superior "]" into ws-Message_Messeji
                 exit section
            end-if

            if   not f13700-conta-sintetica
                 set  ws-conta-invalida             to true
                 move "Conta superior deve ser sintetica!" to ws-Message_Messeji
                 exit section
            end-if

            if   f13700-nivel-conta not less 9
                 set  ws-conta-invalida             to true
                 move "Plano de contas limitado a 9 niveis!" to ws-Message_Messeji
                 exit section
            end-if

            move f13700-Desc-conta                  to f-Desc-conta-superior
            compute f-nivel-conta = f13700-nivel-conta + 1

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
      *> Conta com subcontas no pode virar analitica, e conta com lancamentos
      *> no razao no pode virar sintetica
       2100-Maintenance_Hozen section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform 9000-aceita-atributos

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f-id-Type-conta equal "A"
                 perform 9000-verifica-subcontas
                 if   ws-conta-invalida
                      move "Conta possui subcontas e deve permanecer sintetica!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
            else
                 perform 9000-verifica-lancamentos
                 if   ws-conta-invalida
                      move "Conta possui lancamentos no razao e deve permanecer analitica!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
            end-if

            move "Confirm_Kakunin alteracao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 initialize                             f13700-Plano_Contas
                 move lnk-CompanyCode                    to f13700-CompanyCode
                 move lnk-BranchCode                     to f13700-BranchCode
                 move f-cd-conta                         to f13700-cd-conta
                 perform 9000-Read_Yomu-pd13700-ran
                 if   not ws-OperationOK
                      string "読み取りエラー f13700-Plano_Contas - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if

                 move f-Desc-conta                       to f13700-Desc-conta
                 move f-cd-conta-superior                to f13700-cd-conta-superior
                 move f-nivel-conta                      to f13700-nivel-conta
                 move f-id-Type-conta                    to f13700-id-Type-conta
                 move f-id-natureza-conta                to f13700-id-natureza-conta

                 perform 9000-Rewrite_Kakinaosu-pd13700
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f13700-Plano_Contas - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-Delete_Sakujo section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform 9000-verifica-subcontas
            if   ws-conta-invalida
                 move "Conta possui subcontas - exclusao no permitida!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-verifica-lancamentos
            if   ws-conta-invalida
                 move "Conta possui lancamentos no razao - exclusao no permitida!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin exclusao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 initialize                             f13700-Plano_Contas
                 move lnk-CompanyCode                    to f13700-CompanyCode
                 move lnk-BranchCode                     to f13700-BranchCode
                 move f-cd-conta                         to f13700-cd-conta
                 perform 9000-Delete_Sakujo-pd13700
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f13700-Plano_Contas - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-verifica-subcontas section.

            set  ws-conta-valida                    to true

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move f-cd-conta                         to f13700-cd-conta-superior
            move zeros                              to f13700-cd-conta
            perform 9000-str-pd13700-nlss-1
            perform 9000-Read_Yomu-pd13700-nex
            if   ws-OperationOK
            and  f13700-CompanyCode        equal lnk-CompanyCode
            and  f13700-BranchCode         equal lnk-BranchCode
            and  f13700-cd-conta-superior  equal f-cd-conta
                 set  ws-conta-invalida             to true
            end-if

       exit.

      *>=================================================================================
       9000-verifica-lancamentos section.

            set  ws-conta-valida                    to true

            initialize                             f13800-Lancamento_Contabil
            move lnk-CompanyCode                    to f13800-CompanyCode
            move lnk-BranchCode                     to f13800-BranchCode
            move f-cd-conta                         to f13800-cd-conta
            move zeros                              to f13800-data-lancamento
            perform 9000-str-pd13800-nlss-1
            perform 9000-Read_Yomu-pd13800-nex
            if   ws-OperationOK
            and  f13800-CompanyCode equal lnk-CompanyCode
            and  f13800-BranchCode  equal lnk-BranchCode
            and  f13800-cd-conta    equal f-cd-conta
                 set  ws-conta-invalida             to true
            end-if

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-cd-conta greater zeros or ws-tecla-Cancela
                 accept f-cd-conta at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move f-cd-conta                         to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   not ws-OperationOK
                 string "Record_Kiroku no cadastrado! [" f-cd-conta "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f13700-Desc-conta                  to f-Desc-conta
            move f13700-cd-conta-superior           to f-cd-conta-superior
            move f13700-nivel-conta                 to f-nivel-conta
            move f13700-id-Type-conta               to f-id-Type-conta
            move f13700-id-natureza-conta           to f-id-natureza-conta

            if   f-cd-conta-superior greater zeros
                 initialize                         f13700-Plano_Contas
                 move lnk-CompanyCode               to f13700-CompanyCode
                 move lnk-BranchCode                to f13700-BranchCode
                 move f-cd-conta-superior           to f13700-cd-conta
                 perform 9000-Read_Yomu-pd13700-ran
                 if   ws-OperationOK
                      move f13700-Desc-conta        to f-Desc-conta-superior
                 end-if
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd13700
            close pd13800

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-registro-mestre

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-registro-mestre

            perform 9000-StandardFrame
            display frm-registro-mestre

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR13700.cpy.
       copy CSR13800.cpy.
