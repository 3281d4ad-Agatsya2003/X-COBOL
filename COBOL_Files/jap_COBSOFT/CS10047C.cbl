      $set sourceformat"free"
       program-id. CS10047C.
      *>=================================================================================
      *>
      *>        Cadastro das Regras de Retencao de Tributos sobre Servicos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS14500.cpy.

      *>=================================================================================
       data division.

       copy CSF14500.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10047C".
       78   c-ProgramDesc                   value "REGRAS DE RETENCAO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   f-registro-mestre.
            03 f-cd-tipo-servico                      pic 9(04).
            03 f-Type-pessoa                          pic x(01).
            03 f-Desc-tipo-servico                    pic x(40).
            03 f-cd-servico-lc116                     pic x(05).
            03 f-cd-natureza-rendimento               pic 9(05).
            03 f-pct-irrf                             pic z9,99.
            03 f-pct-inss                             pic z9,99.
            03 f-pct-pis                              pic z9,99.
            03 f-pct-cofins                           pic z9,99.
            03 f-pct-csll                             pic z9,99.
            03 f-pct-iss                              pic z9,99.
            03 f-Value-minimo-retencao                pic z.zzz.zz9,99.
            03 f-StatusID                             pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-registro-mestre.
            03 line 11 col 17   pic x(16) value "Tipo de Servico:".
            03 line 11 col 34   pic 9(04) from f-cd-tipo-servico.
            03 line 11 col 42   pic x(14) value "Tipo Pessoa:".
            03 line 11 col 57   pic x(01) from f-Type-pessoa.
            03 line 11 col 60   pic x(22) value "(F=Fisica J=Juridica)".
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(40) from f-Desc-tipo-servico.
            03 line 15 col 16   pic x(17) value "Servico LC 116:".
            03 line 15 col 34   pic x(05) from f-cd-servico-lc116.
            03 line 15 col 42   pic x(22) value "Natureza Rendimento:".
            03 line 15 col 65   pic 9(05) from f-cd-natureza-rendimento.
            03 line 17 col 27   pic x(06) value "% IRRF:".
            03 line 17 col 34   pic z9,99 from f-pct-irrf.
            03 line 17 col 42   pic x(06) value "% INSS:".
            03 line 17 col 50   pic z9,99 from f-pct-inss.
            03 line 19 col 28   pic x(05) value "% PIS:".
            03 line 19 col 34   pic z9,99 from f-pct-pis.
            03 line 19 col 42   pic x(08) value "% COFINS:".
            03 line 19 col 50   pic z9,99 from f-pct-cofins.
            03 line 21 col 27   pic x(06) value "% CSLL:".
            03 line 21 col 34   pic z9,99 from f-pct-csll.
            03 line 21 col 42   pic x(06) value "% ISS:".
            03 line 21 col 50   pic z9,99 from f-pct-iss.
            03 line 23 col 15   pic x(18) value "Retencao Minima:".
            03 line 23 col 34   pic z.zzz.zz9,99 from f-Value-minimo-retencao.
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

           perform 9000-Open_Akeru-io-pd14500

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

            initialize                             f14500-Regra_Retencao
            move lnk-CompanyCode                    to f14500-CompanyCode
            move lnk-BranchCode                     to f14500-BranchCode
            move f-cd-tipo-servico                  to f14500-cd-tipo-servico
            move f-Type-pessoa                      to f14500-Type-pessoa
            perform 9000-Read_Yomu-pd14500-ran
            if   ws-OperationOK
                 string "Record_Kiroku [" f-cd-tipo-servico "/" f-Type-pessoa "] j cadastrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Dispensa legal padrao: retencao abaixo de R$ 10,00 no e feita
            move 10                                 to f-Value-minimo-retencao
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
                 initialize                             f14500-Regra_Retencao
                 move lnk-CompanyCode                    to f14500-CompanyCode
                 move lnk-BranchCode                     to f14500-BranchCode
                 move f-cd-tipo-servico                  to f14500-cd-tipo-servico
                 move f-Type-pessoa                      to f14500-Type-pessoa
                 perform 9000-move-atributos

                 perform 9000-Write_Kaku-pd14500
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f14500-Regra_Retencao - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-aceita-chave section.

            perform until f-cd-tipo-servico greater zeros or ws-tecla-Cancela
                 accept f-cd-tipo-servico at line 11 col 34 with update auto-skip
            end-perform

            perform until f-Type-pessoa equal "F" or "J" or ws-tecla-Cancela
                 accept f-Type-pessoa at line 11 col 57 with update auto-skip
                 move function upper-case(f-Type-pessoa) to f-Type-pessoa
            end-perform

       exit.

      *>=================================================================================
      *> Percentuais retidos do Value bruto do servico prestado por este
      *> tipo de pessoa; cada tributo com retencao abaixo do minimo no e
      *> retido. A natureza do rendimento vai para a EFD-Reinf (R-4020)
       9000-aceita-atributos section.

            perform until f-Desc-tipo-servico <> spaces or ws-tecla-Cancela
                 accept f-Desc-tipo-servico at line 13 col 34 with update auto-skip
            end-perform

            accept f-cd-servico-lc116 at line 15 col 34 with update auto-skip
            accept f-cd-natureza-rendimento at line 15 col 65 with update auto-skip
            accept f-pct-irrf at line 17 col 34 with update auto-skip
            accept f-pct-inss at line 17 col 50 with update auto-skip
            accept f-pct-pis at line 19 col 34 with update auto-skip
            accept f-pct-cofins at line 19 col 50 with update auto-skip
            accept f-pct-csll at line 21 col 34 with update auto-skip
            accept f-pct-iss at line 21 col 50 with update auto-skip
            accept f-Value-minimo-retencao at line 23 col 34 with update auto-skip

            perform until f-StatusID equal "A" or "I" or ws-tecla-Cancela
                 accept f-StatusID at line 25 col 34 with update auto-skip
                 move function upper-case(f-StatusID) to f-StatusID
            end-perform

       exit.

      *>=================================================================================
       9000-move-atributos section.

            move f-Desc-tipo-servico                to f14500-Desc-tipo-servico
            move f-cd-servico-lc116                 to f14500-cd-servico-lc116
            move f-cd-natureza-rendimento           to f14500-cd-natureza-rendimento
            move f-pct-irrf                         to f14500-pct-irrf
            move f-pct-inss                         to f14500-pct-inss
            move f-pct-pis                          to f14500-pct-pis
            move f-pct-cofins                       to f14500-pct-cofins
            move f-pct-csll                         to f14500-pct-csll
            move f-pct-iss                          to f14500-pct-iss
            move f-Value-minimo-retencao            to f14500-Value-minimo-retencao
            move f-StatusID                         to f14500-StatusID

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
                 initialize                             f14500-Regra_Retencao
                 move lnk-CompanyCode                    to f14500-CompanyCode
                 move lnk-BranchCode                     to f14500-BranchCode
                 move f-cd-tipo-servico                  to f14500-cd-tipo-servico
                 move f-Type-pessoa                      to f14500-Type-pessoa
                 perform 9000-Read_Yomu-pd14500-ran
                 if   not ws-OperationOK
                      string "読み取りエラー f14500-Regra_Retencao - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if

                 perform 9000-move-atributos

                 perform 9000-Rewrite_Kakinaosu-pd14500
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f14500-Regra_Retencao - " ws-AccessResult into ws-Message_Messeji
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
                 initialize                             f14500-Regra_Retencao
                 move lnk-CompanyCode                    to f14500-CompanyCode
                 move lnk-BranchCode                     to f14500-BranchCode
                 move f-cd-tipo-servico                  to f14500-cd-tipo-servico
                 move f-Type-pessoa                      to f14500-Type-pessoa
                 perform 9000-Delete_Sakujo-pd14500
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f14500-Regra_Retencao - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform 9000-aceita-chave

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f14500-Regra_Retencao
            move lnk-CompanyCode                    to f14500-CompanyCode
            move lnk-BranchCode                     to f14500-BranchCode
            move f-cd-tipo-servico                  to f14500-cd-tipo-servico
            move f-Type-pessoa                      to f14500-Type-pessoa
            perform 9000-Read_Yomu-pd14500-ran
            if   not ws-OperationOK
                 string "Record_Kiroku no cadastrado! [" f-cd-tipo-servico "/" f-Type-pessoa "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f14500-Desc-tipo-servico           to f-Desc-tipo-servico
            move f14500-cd-servico-lc116            to f-cd-servico-lc116
            move f14500-cd-natureza-rendimento      to f-cd-natureza-rendimento
            move f14500-pct-irrf                    to f-pct-irrf
            move f14500-pct-inss                    to f-pct-inss
            move f14500-pct-pis                     to f-pct-pis
            move f14500-pct-cofins                  to f-pct-cofins
            move f14500-pct-csll                    to f-pct-csll
            move f14500-pct-iss                     to f-pct-iss
            move f14500-Value-minimo-retencao       to f-Value-minimo-retencao
            move f14500-StatusID                    to f-StatusID

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd14500

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

       copy CSR14500.cpy.
