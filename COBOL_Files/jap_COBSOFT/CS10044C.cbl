      $set sourceformat"free"
       program-id. CS10044C.
      *>=================================================================================
      *>
      *>               Orcamento Mensal por Centro de Custo e Conta de Despesa
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS13700.cpy.
       copy CSS14000.cpy.
       copy CSS14100.cpy.

      *>=================================================================================
       data division.

       copy CSF13700.cpy.
       copy CSF14000.cpy.
       copy CSF14100.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10044C".
       78   c-ProgramDesc                   value "ORCAMENTO CENTRO DE CUSTO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-id-chave-valida                  pic x(01).
               88 ws-chave-valida                      value "S".
               88 ws-chave-invalida                    value "N".
            03 ws-Value-orcado                     pic 9(11)v9(02).

       01   f-registro-mestre.
            03 f-cd-centro-custo                      pic 9(05).
            03 f-Desc-centro-custo                    pic x(40).
            03 f-cd-conta-despesa                     pic 9(09).
            03 f-Desc-conta-despesa                   pic x(55).
            03 f-competencia                          pic 9(06).
            03 f-competencia-r redefines f-competencia.
               05 f-ano-competencia                   pic 9(04).
               05 f-mes-competencia                   pic 9(02).
            03 f-Value-orcado                         pic zz.zzz.zzz.zz9,99.
            03 f-data-atualizacao                     pic 9(08).
            03 f-UserID-atualizacao                   pic 9(11).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-registro-mestre.
            03 line 11 col 17   pic x(16) value "Centro de Custo:".
            03 line 11 col 34   pic 9(05) from f-cd-centro-custo.
            03 line 11 col 45   pic x(40) from f-Desc-centro-custo.
            03 line 13 col 19   pic x(14) value "Conta Despesa:".
            03 line 13 col 34   pic 9(09) from f-cd-conta-despesa.
            03 line 13 col 45   pic x(55) from f-Desc-conta-despesa.
            03 line 15 col 12   pic x(21) value "Competencia (AAAAMM):".
            03 line 15 col 34   pic 9(06) from f-competencia.
            03 line 17 col 20   pic x(13) value "Valor Orcado:".
            03 line 17 col 34   pic zz.zzz.zzz.zz9,99 from f-Value-orcado.
            03 line 19 col 19   pic x(14) value "Atualizado em:".
            03 line 19 col 34   pic 9(08) from f-data-atualizacao.
            03 line 19 col 45   pic x(08) value "Usuario:".
            03 line 19 col 54   pic 9(11) from f-UserID-atualizacao.

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

           perform 9000-Open_Akeru-i-pd13700
           perform 9000-Open_Akeru-i-pd14000
           perform 9000-Open_Akeru-io-pd14100

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

            perform 9000-aceita-chave
            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-Read_Yomu-pd14100-ran
            if   ws-OperationOK
                 string "Orcamento do centro [" f-cd-centro-custo "] conta [" f-cd-conta-despesa
                        "] competencia [" f-competencia "] j cadastrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-aceita-valor
            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                      from date yyyymmdd
                 perform 9000-move-chave
                 move ws-Value-orcado                    to f14100-Value-orcado
                 move ws-data-inv                        to f14100-data-atualizacao
                 move lnk-UserID                         to f14100-UserID-atualizacao

                 perform 9000-Write_Kaku-pd14100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f14100-Orcamento_Centro_Custo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Orcamento so para centro ativo e conta de despesa analitica; a
      *> competencia segue o formato AAAAMM
       9000-aceita-chave section.

            perform until exit
                 accept f-cd-centro-custo at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 perform 9000-valida-centro
                 if   ws-chave-valida
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-Screen_Gamen

            perform until exit
                 accept f-cd-conta-despesa at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 perform 9000-valida-conta
                 if   ws-chave-valida
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-Screen_Gamen

            if   f-competencia equal zeros
                 accept ws-data-inv                 from date yyyymmdd
                 move ws-data-inv(1:6)              to f-competencia
            end-if

            perform until exit
                 accept f-competencia at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 if   f-ano-competencia greater 1900
                 and  f-mes-competencia greater zeros
                 and  f-mes-competencia not greater 12
                      exit perform
                 end-if
                 move "Competencia invalida! Informe AAAAMM." to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform 9000-move-chave

       exit.

      *>=================================================================================
       9000-aceita-valor section.

            move ws-Value-orcado                    to f-Value-orcado
            perform until ws-tecla-Cancela
                 accept f-Value-orcado at line 17 col 34 with update auto-skip
                 move f-Value-orcado                to ws-Value-orcado
                 if   ws-Value-orcado greater zeros
                      exit perform
                 end-if
                 move "Valor orcado deve ser maior que zero!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

       exit.

      *>=================================================================================
       9000-valida-centro section.

            set  ws-chave-valida                    to true
            move spaces                             to f-Desc-centro-custo

            initialize                             f14000-Centro_Custo
            move lnk-CompanyCode                    to f14000-CompanyCode
            move lnk-BranchCode                     to f14000-BranchCode
            move f-cd-centro-custo                  to f14000-cd-centro-custo
            perform 9000-Read_Yomu-pd14000-ran
            if   not ws-OperationOK
                 set  ws-chave-invalida             to true
                 string "Centro de custo no cadastrado! [" f-cd-centro-custo "]" into ws-Message_Messeji
                 exit section
            end-if

            move f14000-Desc-centro-custo           to f-Desc-centro-custo

            if   not f14000-centro-ativo
                 set  ws-chave-invalida             to true
                 string "Centro de custo inativo! [" f-cd-centro-custo "]" into ws-Message_Messeji
                 exit section
            end-if

       exit.

      *>=================================================================================
       9000-valida-conta section.

            set  ws-chave-valida                    to true
            move spaces                             to f-Desc-conta-despesa

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move f-cd-conta-despesa                 to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   not ws-OperationOK
                 set  ws-chave-invalida             to true
                 string "Conta no cadastrada! [" f-cd-conta-despesa "]" into ws-Message_Messeji
                 exit section
            end-if

            move f13700-Desc-conta                  to f-Desc-conta-despesa

            if   not f13700-conta-analitica
                 set  ws-chave-invalida             to true
                 move "Conta de despesa deve ser analitica!" to ws-Message_Messeji
                 exit section
            end-if

       exit.

      *>=================================================================================
       9000-move-chave section.

            initialize                             f14100-Orcamento_Centro_Custo
            move lnk-CompanyCode                    to f14100-CompanyCode
            move lnk-BranchCode                     to f14100-BranchCode
            move f-cd-centro-custo                  to f14100-cd-centro-custo
            move f-cd-conta-despesa                 to f14100-cd-conta-despesa
            move f-competencia                      to f14100-competencia

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
       2100-Maintenance_Hozen section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform 9000-aceita-valor
            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin alteracao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform 9000-move-chave
                 perform 9000-Read_Yomu-pd14100-ran
                 if   not ws-OperationOK
                      string "読み取りエラー f14100-Orcamento_Centro_Custo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if

                 accept ws-data-inv                      from date yyyymmdd
                 move ws-Value-orcado                    to f14100-Value-orcado
                 move ws-data-inv                        to f14100-data-atualizacao
                 move lnk-UserID                         to f14100-UserID-atualizacao

                 perform 9000-Rewrite_Kakinaosu-pd14100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f14100-Orcamento_Centro_Custo - " ws-AccessResult into ws-Message_Messeji
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

            move "Confirm_Kakunin exclusao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform 9000-move-chave
                 perform 9000-Delete_Sakujo-pd14100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f14100-Orcamento_Centro_Custo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Na consulta o centro e a conta precisam existir, mesmo que o centro
      *> tenha sido inativado depois do orcamento
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-cd-centro-custo greater zeros or ws-tecla-Cancela
                 accept f-cd-centro-custo at line 11 col 34 with update auto-skip
            end-perform

            perform until f-cd-conta-despesa greater zeros or ws-tecla-Cancela
                 accept f-cd-conta-despesa at line 13 col 34 with update auto-skip
            end-perform

            perform until f-competencia greater zeros or ws-tecla-Cancela
                 accept f-competencia at line 15 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            perform 9000-move-chave
            perform 9000-Read_Yomu-pd14100-ran
            if   not ws-OperationOK
                 string "Orcamento no cadastrado! [" f-cd-centro-custo "/" f-cd-conta-despesa "/" f-competencia "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f14100-Value-orcado                to ws-Value-orcado
                                                       f-Value-orcado
            move f14100-data-atualizacao            to f-data-atualizacao
            move f14100-UserID-atualizacao          to f-UserID-atualizacao

            perform 9000-valida-centro
            perform 9000-valida-conta

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd13700
            close pd14000
            close pd14100

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
                                                   ws-Value-orcado

            perform 9000-StandardFrame
            display frm-registro-mestre

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR13700.cpy.
       copy CSR14000.cpy.
       copy CSR14100.cpy.
