      $set sourceformat"free"
       program-id. CS10050C.
      *>=================================================================================
      *>
      *>       Regras de Markup sobre o Custo Medio - Categoria e Product_Seihin
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS17800.cpy.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF17800.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10050C".
       78   c-ProgramDesc                   value "REGRAS DE MARKUP".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   f-Markup.
            03 f-id-nivel                          pic x(01).
            03 f-cd-referencia                     pic 9(09).
            03 f-Desc-referencia                   pic x(55).
            03 f-perc-markup                       pic zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Markup.
            03 line 11 col 07   pic x(26) value "Nivel (C=Categ/P=Produto):".
            03 line 11 col 34   pic x(01) from f-id-nivel.
            03 line 13 col 10   pic x(23) value "Categoria / Produto...:".
            03 line 13 col 34   pic 9(09) from f-cd-referencia.
            03 line 13 col 45   pic x(55) from f-Desc-referencia.
            03 line 15 col 10   pic x(23) value "Markup s/ Custo (%)...:".
            03 line 15 col 34   pic zz9,99 from f-perc-markup.

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

            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-io-pd17800

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
      *> A regra do Product_Seihin prevalece sobre a da categoria dele
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Chave
            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f17800-Regra_Markup
            move lnk-CompanyCode                    to f17800-CompanyCode
            move lnk-BranchCode                     to f17800-BranchCode
            move f-id-nivel                         to f17800-id-nivel
            move f-cd-referencia                    to f17800-cd-referencia
            perform 9000-Read_Yomu-pd17800-ran
            if   ws-OperationOK
                 move "Regra de markup ja cadastrada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-perc-markup at line 15 col 34 with update auto-skip
                 move f-perc-markup                 to f17800-perc-markup
                 if   f17800-perc-markup greater zeros
                      exit perform
                 end-if
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                 from date yyyymmdd

                 initialize                         f17800-Regra_Markup
                 move lnk-CompanyCode               to f17800-CompanyCode
                 move lnk-BranchCode                to f17800-BranchCode
                 move f-id-nivel                    to f17800-id-nivel
                 move f-cd-referencia               to f17800-cd-referencia
                 move f-perc-markup                 to f17800-perc-markup
                 move function numval(lnk-UserID)   to f17800-UserID-operacao
                 move ws-data-inv                   to f17800-data-alteracao

                 perform 9000-Write_Kaku-pd17800
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f17800-Regra_Markup - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Regra
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

            perform 9000-Localiza-Regra
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            accept f-perc-markup at line 15 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin alteracao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                 from date yyyymmdd

                 move f-perc-markup                 to f17800-perc-markup
                 move function numval(lnk-UserID)   to f17800-UserID-operacao
                 move ws-data-inv                   to f17800-data-alteracao

                 perform 9000-Rewrite_Kakinaosu-pd17800
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f17800-Regra_Markup - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-Delete_Sakujo section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Regra
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            move "Confirm_Kakunin excluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform 9000-Delete_Sakujo-pd17800
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f17800-Regra_Markup - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Nivel e referencia da regra; no nivel produto o codigo precisa estar
      *> cadastrado
       9000-Accept-Chave section.

            perform until f-id-nivel equal "C" or "P" or ws-tecla-Cancela
                 accept f-id-nivel at line 11 col 34 with update auto-skip
                 move function upper-case(f-id-nivel) to f-id-nivel
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-cd-referencia at line 13 col 34 with update auto-skip

                 if   f-cd-referencia greater zeros
                      if   f-id-nivel equal "C"
                           move spaces              to f-Desc-referencia
                           exit perform
                      end-if

                      initialize                   f01800-Product_Seihin
                      move lnk-CompanyCode          to f01800-CompanyCode
                      move lnk-BranchCode           to f01800-BranchCode
                      move f-cd-referencia          to f01800-ProductCode
                      perform 9000-Read_Yomu-pd01800-ran
                      if   ws-OperationOK
                           move f01800-Desc-Product_Seihin to f-Desc-referencia
                           perform 8000-Screen_Gamen
                           exit perform
                      end-if

                      string "Product_Seihin nao cadastrado! [" f-cd-referencia "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      move zeros                    to f-cd-referencia
                 end-if
            end-perform

       exit.

      *>=================================================================================
       9000-Localiza-Regra section.

            perform 8000-ClearScreen

            perform 9000-Accept-Chave

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f17800-Regra_Markup
            move lnk-CompanyCode                    to f17800-CompanyCode
            move lnk-BranchCode                     to f17800-BranchCode
            move f-id-nivel                         to f17800-id-nivel
            move f-cd-referencia                    to f17800-cd-referencia
            perform 9000-Read_Yomu-pd17800-ran
            if   not ws-OperationOK
                 string "Regra de markup nao cadastrada [" f-id-nivel " " f-cd-referencia "]!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f17800-perc-markup                 to f-perc-markup

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd17800

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Markup

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Markup

            perform 9000-StandardFrame
            display frm-Markup

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR17800.cpy.
