      $set sourceformat"free"
       program-id. CS10046C.
      *>=================================================================================
      *>
      *>        Cadastro de Guias de Recolhimento dos Tributos Apurados
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01900.cpy.
       copy CSS14400.cpy.

      *>=================================================================================
       data division.

       copy CSF01900.cpy.
       copy CSF14400.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10046C".
       78   c-ProgramDesc                   value "GUIAS DE TRIBUTOS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   f-registro-mestre.
            03 f-cd-tributo                           pic x(06).
            03 f-Desc-tributo                         pic x(40).
            03 f-cd-fornecedor                        pic 9(09).
            03 f-razao-social                         pic x(55).
            03 f-Type-guia                            pic x(04).
            03 f-cd-receita                           pic x(06).
            03 f-dia-vencimento                       pic 9(02).
            03 f-meses-vencimento                     pic 9(01).
            03 f-id-dia-nao-util                      pic x(01).
            03 f-StatusID                             pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-registro-mestre.
            03 line 11 col 25   pic x(08) value "Tributo:".
            03 line 11 col 34   pic x(06) from f-cd-tributo.
            03 line 11 col 42   pic x(36) value "(ICMS IPI PIS COFINS ISS DIFuf ...)".
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(40) from f-Desc-tributo.
            03 line 15 col 22   pic x(11) value "Favorecido:".
            03 line 15 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 15 col 45   pic x(55) from f-razao-social.
            03 line 17 col 20   pic x(13) value "Tipo da Guia:".
            03 line 17 col 34   pic x(04) from f-Type-guia.
            03 line 17 col 40   pic x(28) value "(DARF GARE GNRE DAM)".
            03 line 19 col 15   pic x(18) value "Codigo de Receita:".
            03 line 19 col 34   pic x(06) from f-cd-receita.
            03 line 21 col 13   pic x(20) value "Dia do Vencimento:".
            03 line 21 col 34   pic 9(02) from f-dia-vencimento.
            03 line 21 col 40   pic x(20) value "Meses apos Apuracao:".
            03 line 21 col 61   pic 9(01) from f-meses-vencimento.
            03 line 23 col 19   pic x(14) value "Dia nao Util:".
            03 line 23 col 34   pic x(01) from f-id-dia-nao-util.
            03 line 23 col 38   pic x(24) value "(A=Antecipa P=Posterga)".
            03 line 25 col 24   pic x(09) value "Situacao:".
            03 line 25 col 34   pic x(01) from f-StatusID.
            03 line 25 col 38   pic x(22) value "(A=Ativa I=Inativa)".

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

           perform 9000-Open_Akeru-i-pd01900
           perform 9000-Open_Akeru-io-pd14400

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

            perform until f-cd-tributo <> spaces or ws-tecla-Cancela
                 accept f-cd-tributo at line 11 col 34 with update auto-skip
                 move function upper-case(f-cd-tributo) to f-cd-tributo
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f14400-Guia_Tributo
            move lnk-CompanyCode                    to f14400-CompanyCode
            move lnk-BranchCode                     to f14400-BranchCode
            move f-cd-tributo                       to f14400-cd-tributo
            perform 9000-Read_Yomu-pd14400-ran
            if   ws-OperationOK
                 string "Record_Kiroku [" f-cd-tributo "] j cadastrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Padrao federal: DARF no dia 25 do mes seguinte, antecipado
            move "DARF"                             to f-Type-guia
            move 25                                 to f-dia-vencimento
            move 1                                  to f-meses-vencimento
            move "A"                                to f-id-dia-nao-util
            move "A"                                to f-StatusID
            perform 9000-aceita-atributos

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 initialize                             f14400-Guia_Tributo
                 move lnk-CompanyCode                    to f14400-CompanyCode
                 move lnk-BranchCode                     to f14400-BranchCode
                 move f-cd-tributo                       to f14400-cd-tributo
                 perform 9000-move-atributos

                 perform 9000-Write_Kaku-pd14400
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f14400-Guia_Tributo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> O favorecido da guia e o orgao arrecadador cadastrado como
      *> Fornecedor; o vencimento legal e o dia informado contado em meses
      *> apos a competencia, ajustado para dia util pelo CS00114S
       9000-aceita-atributos section.

            perform until f-Desc-tributo <> spaces or ws-tecla-Cancela
                 accept f-Desc-tributo at line 13 col 34 with update auto-skip
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-fornecedor at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 initialize                         f01900-fornecedor
                 move lnk-CompanyCode               to f01900-CompanyCode
                 move lnk-BranchCode                to f01900-BranchCode
                 move f-cd-fornecedor               to f01900-cd-fornecedor
                 perform 9000-Read_Yomu-pd01900-ran
                 if   ws-OperationOK
                 and  f01900-fornecedor-Active_Akutibu
                      move f01900-razao-social      to f-razao-social
                      display f-razao-social at line 15 col 45
                      exit perform
                 end-if
                 string "Fornecedor Invalid_Mukou! [" f-cd-fornecedor "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform until f-Type-guia equal "DARF" or "GARE" or "GNRE" or "DAM " or ws-tecla-Cancela
                 accept f-Type-guia at line 17 col 34 with update auto-skip
                 move function upper-case(f-Type-guia) to f-Type-guia
            end-perform

            perform until f-cd-receita <> spaces or ws-tecla-Cancela
                 accept f-cd-receita at line 19 col 34 with update auto-skip
            end-perform

            perform until (f-dia-vencimento greater zeros
                      and  f-dia-vencimento not greater 31)
                       or ws-tecla-Cancela
                 accept f-dia-vencimento at line 21 col 34 with update auto-skip
            end-perform

            perform until exit
                 accept f-meses-vencimento at line 21 col 61 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-meses-vencimento not greater 3
                      exit perform
                 end-if
            end-perform

            perform until exit
                 accept f-id-dia-nao-util at line 23 col 34 with update auto-skip
                 move function upper-case(f-id-dia-nao-util) to f-id-dia-nao-util
                 if   ws-tecla-Cancela
                 or   f-id-dia-nao-util equal "A" or "P"
                      exit perform
                 end-if
            end-perform

            perform until f-StatusID equal "A" or "I" or ws-tecla-Cancela
                 accept f-StatusID at line 25 col 34 with update auto-skip
                 move function upper-case(f-StatusID) to f-StatusID
            end-perform

       exit.

      *>=================================================================================
       9000-move-atributos section.

            move f-Desc-tributo                     to f14400-Desc-tributo
            move f-cd-fornecedor                    to f14400-cd-fornecedor
            move f-Type-guia                        to f14400-Type-guia
            move f-cd-receita                       to f14400-cd-receita
            move f-dia-vencimento                   to f14400-dia-vencimento
            move f-meses-vencimento                 to f14400-meses-vencimento
            move f-id-dia-nao-util                  to f14400-id-dia-nao-util
            move f-StatusID                         to f14400-StatusID

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

            perform 9000-aceita-atributos

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin alteracao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 initialize                             f14400-Guia_Tributo
                 move lnk-CompanyCode                    to f14400-CompanyCode
                 move lnk-BranchCode                     to f14400-BranchCode
                 move f-cd-tributo                       to f14400-cd-tributo
                 perform 9000-Read_Yomu-pd14400-ran
                 if   not ws-OperationOK
                      string "読み取りエラー f14400-Guia_Tributo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if

                 perform 9000-move-atributos

                 perform 9000-Rewrite_Kakinaosu-pd14400
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f14400-Guia_Tributo - " ws-AccessResult into ws-Message_Messeji
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
                 initialize                             f14400-Guia_Tributo
                 move lnk-CompanyCode                    to f14400-CompanyCode
                 move lnk-BranchCode                     to f14400-BranchCode
                 move f-cd-tributo                       to f14400-cd-tributo
                 perform 9000-Delete_Sakujo-pd14400
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f14400-Guia_Tributo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-cd-tributo <> spaces or ws-tecla-Cancela
                 accept f-cd-tributo at line 11 col 34 with update auto-skip
                 move function upper-case(f-cd-tributo) to f-cd-tributo
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f14400-Guia_Tributo
            move lnk-CompanyCode                    to f14400-CompanyCode
            move lnk-BranchCode                     to f14400-BranchCode
            move f-cd-tributo                       to f14400-cd-tributo
            perform 9000-Read_Yomu-pd14400-ran
            if   not ws-OperationOK
                 string "Record_Kiroku no cadastrado! [" f-cd-tributo "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f14400-Desc-tributo                to f-Desc-tributo
            move f14400-cd-fornecedor               to f-cd-fornecedor
            move f14400-Type-guia                   to f-Type-guia
            move f14400-cd-receita                  to f-cd-receita
            move f14400-dia-vencimento              to f-dia-vencimento
            move f14400-meses-vencimento            to f-meses-vencimento
            move f14400-id-dia-nao-util             to f-id-dia-nao-util
            move f14400-StatusID                    to f-StatusID

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f14400-cd-fornecedor               to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   ws-OperationOK
                 move f01900-razao-social           to f-razao-social
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01900
            close pd14400

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

       copy CSR01900.cpy.
       copy CSR14400.cpy.
