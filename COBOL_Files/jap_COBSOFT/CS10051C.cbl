      $set sourceformat"free"
       program-id. CS10051C.
      *>=================================================================================
      *>
      *>       Pontos de Fidelidade por Real Gasto - Categoria de Product_Seihin
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS18100.cpy.

      *>=================================================================================
       data division.

       copy CSF18100.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10051C".
       78   c-ProgramDesc                   value "REGRAS DE FIDELIDADE".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   f-Fidelidade.
            03 f-cd-categoria                      pic 9(09).
            03 f-pontos-por-real                   pic zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Fidelidade.
            03 line 11 col 10   pic x(23) value "Categoria (0=Padrao)..:".
            03 line 11 col 34   pic 9(09) from f-cd-categoria.
            03 line 13 col 10   pic x(23) value "Pontos por Real.......:".
            03 line 13 col 34   pic zz9,99 from f-pontos-por-real.

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

            perform 9000-Open_Akeru-io-pd18100

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

            accept f-cd-categoria at line 11 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f18100-Regra_Fidelidade
            move lnk-CompanyCode                    to f18100-CompanyCode
            move lnk-BranchCode                     to f18100-BranchCode
            move f-cd-categoria                     to f18100-cd-categoria
            perform 9000-Read_Yomu-pd18100-ran
            if   ws-OperationOK
                 move "Regra de fidelidade ja cadastrada para a categoria!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept f-pontos-por-real at line 13 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                 from date yyyymmdd

                 initialize                         f18100-Regra_Fidelidade
                 move lnk-CompanyCode               to f18100-CompanyCode
                 move lnk-BranchCode                to f18100-BranchCode
                 move f-cd-categoria                to f18100-cd-categoria
                 move f-pontos-por-real             to f18100-pontos-por-real
                 move function numval(lnk-UserID)   to f18100-UserID-operacao
                 move ws-data-inv                   to f18100-data-alteracao

                 perform 9000-Write_Kaku-pd18100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f18100-Regra_Fidelidade - " ws-AccessResult into ws-Message_Messeji
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

            accept f-pontos-por-real at line 13 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin alteracao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                 from date yyyymmdd

                 move f-pontos-por-real             to f18100-pontos-por-real
                 move function numval(lnk-UserID)   to f18100-UserID-operacao
                 move ws-data-inv                   to f18100-data-alteracao

                 perform 9000-Rewrite_Kakinaosu-pd18100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f18100-Regra_Fidelidade - " ws-AccessResult into ws-Message_Messeji
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

            move "Confirm_Kakunin excluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform 9000-Delete_Sakujo-pd18100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f18100-Regra_Fidelidade - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-Localiza-Regra section.

            perform 8000-ClearScreen

            accept f-cd-categoria at line 11 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f18100-Regra_Fidelidade
            move lnk-CompanyCode                    to f18100-CompanyCode
            move lnk-BranchCode                     to f18100-BranchCode
            move f-cd-categoria                     to f18100-cd-categoria
            perform 9000-Read_Yomu-pd18100-ran
            if   not ws-OperationOK
                 string "Regra de fidelidade nao cadastrada para a categoria [" f-cd-categoria "]!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f18100-pontos-por-real             to f-pontos-por-real

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd18100

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Fidelidade

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Fidelidade

            perform 9000-StandardFrame
            display frm-Fidelidade

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR18100.cpy.
