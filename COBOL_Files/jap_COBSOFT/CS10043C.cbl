      $set sourceformat"free"
       program-id. CS10043C.
      *>=================================================================================
      *>
      *>               Cadastro de Centros de Custo
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00800.cpy.
       copy CSS13700.cpy.
       copy CSS13900.cpy.
       copy CSS14000.cpy.
       copy CSS14100.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF13700.cpy.
       copy CSF13900.cpy.
       copy CSF14000.cpy.
       copy CSF14100.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10043C".
       78   c-ProgramDesc                   value "CENTROS DE CUSTO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-id-centro-valido                 pic x(01).
               88 ws-centro-valido                     value "S".
               88 ws-centro-invalido                   value "N".

       01   f-registro-mestre.
            03 f-cd-centro-custo                      pic 9(05).
            03 f-Desc-centro-custo                    pic x(40).
            03 f-departamento                         pic x(30).
            03 f-UserID-responsavel                   pic 9(11).
            03 f-UserName-responsavel                 pic x(55).
            03 f-id-centro-padrao                     pic x(01).
            03 f-cd-conta-despesa-padrao              pic 9(09).
            03 f-Desc-conta-despesa-padrao            pic x(55).
            03 f-StatusID                             pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-registro-mestre.
            03 line 11 col 17   pic x(16) value "Centro de Custo:".
            03 line 11 col 34   pic 9(05) from f-cd-centro-custo.
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(40) from f-Desc-centro-custo.
            03 line 15 col 20   pic x(13) value "Departamento:".
            03 line 15 col 34   pic x(30) from f-departamento.
            03 line 17 col 21   pic x(12) value "Responsavel:".
            03 line 17 col 34   pic 9(11) from f-UserID-responsavel.
            03 line 17 col 47   pic x(55) from f-UserName-responsavel.
            03 line 19 col 11   pic x(22) value "Centro Padrao Compras:".
            03 line 19 col 34   pic x(01) from f-id-centro-padrao.
            03 line 19 col 38   pic x(13) value "(S=Sim N=Nao)".
            03 line 21 col 12   pic x(21) value "Conta Despesa Padrao:".
            03 line 21 col 34   pic 9(09) from f-cd-conta-despesa-padrao.
            03 line 21 col 45   pic x(55) from f-Desc-conta-despesa-padrao.
            03 line 23 col 24   pic x(09) value "Situacao:".
            03 line 23 col 34   pic x(01) from f-StatusID.
            03 line 23 col 38   pic x(22) value "(A=Ativo I=Inativo)".

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
           perform 9000-Open_Akeru-i-pd13700
           perform 9000-Open_Akeru-i-pd13900
           perform 9000-Open_Akeru-io-pd14000
           perform 9000-Open_Akeru-i-pd14100

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

            perform until f-cd-centro-custo greater zeros or ws-tecla-Cancela
                 accept f-cd-centro-custo at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f14000-Centro_Custo
            move lnk-CompanyCode                    to f14000-CompanyCode
            move lnk-BranchCode                     to f14000-BranchCode
            move f-cd-centro-custo                  to f14000-cd-centro-custo
            perform 9000-Read_Yomu-pd14000-ran
            if   ws-OperationOK
                 string "Record_Kiroku [" f-cd-centro-custo "] j cadastrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

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
                 initialize                             f14000-Centro_Custo
                 move lnk-CompanyCode                    to f14000-CompanyCode
                 move lnk-BranchCode                     to f14000-BranchCode
                 move f-cd-centro-custo                  to f14000-cd-centro-custo
                 perform 9000-move-atributos

                 perform 9000-Write_Kaku-pd14000
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f14000-Centro_Custo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> O centro padrao de compras recebe os titulos gerados pelas notas de
      *> entrada, por isso exige uma conta de despesa analitica
       9000-aceita-atributos section.

            perform until f-Desc-centro-custo <> spaces or ws-tecla-Cancela
                 accept f-Desc-centro-custo at line 13 col 34 with update auto-skip
            end-perform

            accept f-departamento at line 15 col 34 with update auto-skip

            perform until exit
                 accept f-UserID-responsavel at line 17 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 perform 9000-valida-responsavel
                 if   ws-centro-valido
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-Screen_Gamen

            perform until f-id-centro-padrao equal "S" or "N" or ws-tecla-Cancela
                 accept f-id-centro-padrao at line 19 col 34 with update auto-skip
                 move function upper-case(f-id-centro-padrao) to f-id-centro-padrao
            end-perform

            perform until exit
                 accept f-cd-conta-despesa-padrao at line 21 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 perform 9000-valida-conta-despesa
                 if   ws-centro-valido
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-Screen_Gamen

            perform until f-StatusID equal "A" or "I" or ws-tecla-Cancela
                 accept f-StatusID at line 23 col 34 with update auto-skip
                 move function upper-case(f-StatusID) to f-StatusID
            end-perform

       exit.

      *>=================================================================================
       9000-valida-responsavel section.

            set  ws-centro-valido                   to true
            move spaces                             to f-UserName-responsavel

            if   f-UserID-responsavel equal zeros
                 exit section
            end-if

            initialize                             f00800-User_Yuuzaa
            move f-UserID-responsavel               to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   not ws-OperationOK
                 set  ws-centro-invalido            to true
                 string "Usuario_Yuuzaa no cadastrado! [" f-UserID-responsavel "]" into ws-Message_Messeji
                 exit section
            end-if

            move f00800-UserName                    to f-UserName-responsavel

       exit.

      *>=================================================================================
       9000-valida-conta-despesa section.

            set  ws-centro-valido                   to true
            move spaces                             to f-Desc-conta-despesa-padrao

            if   f-cd-conta-despesa-padrao equal zeros
                 if   f-id-centro-padrao equal "S"
                      set  ws-centro-invalido       to true
                      move "Centro padrao de compras exige conta de despesa!" to ws-Message_Messeji
                 end-if
                 exit section
            end-if

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move f-cd-conta-despesa-padrao          to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   not ws-OperationOK
                 set  ws-centro-invalido            to true
                 string "Conta no cadastrada! [" f-cd-conta-despesa-padrao "]" into ws-Message_Messeji
                 exit section
            end-if

            if   not f13700-conta-analitica
                 set  ws-centro-invalido            to true
                 move "Conta de despesa deve ser analitica!" to ws-Message_Messeji
                 exit section
            end-if

            move f13700-Desc-conta                  to f-Desc-conta-despesa-padrao

       exit.

      *>=================================================================================
       9000-move-atributos section.

            move f-Desc-centro-custo                to f14000-Desc-centro-custo
            move f-departamento                     to f14000-departamento
            move f-UserID-responsavel               to f14000-UserID-responsavel
            move f-id-centro-padrao                 to f14000-id-centro-padrao
            move f-cd-conta-despesa-padrao          to f14000-cd-conta-despesa-padrao
            move f-StatusID                         to f14000-StatusID

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
                 initialize                             f14000-Centro_Custo
                 move lnk-CompanyCode                    to f14000-CompanyCode
                 move lnk-BranchCode                     to f14000-BranchCode
                 move f-cd-centro-custo                  to f14000-cd-centro-custo
                 perform 9000-Read_Yomu-pd14000-ran
                 if   not ws-OperationOK
                      string "読み取りエラー f14000-Centro_Custo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if

                 perform 9000-move-atributos

                 perform 9000-Rewrite_Kakinaosu-pd14000
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f14000-Centro_Custo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Centro com orcamento ou com titulos rateados deve ser inativado, nao
      *> excluido
       2100-Delete_Sakujo section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform 9000-verifica-movimento
            if   ws-centro-invalido
                 move "Centro possui orcamento ou rateios - exclusao no permitida!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin exclusao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 initialize                             f14000-Centro_Custo
                 move lnk-CompanyCode                    to f14000-CompanyCode
                 move lnk-BranchCode                     to f14000-BranchCode
                 move f-cd-centro-custo                  to f14000-cd-centro-custo
                 perform 9000-Delete_Sakujo-pd14000
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f14000-Centro_Custo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-verifica-movimento section.

            set  ws-centro-valido                   to true

            initialize                             f14100-Orcamento_Centro_Custo
            move lnk-CompanyCode                    to f14100-CompanyCode
            move lnk-BranchCode                     to f14100-BranchCode
            move f-cd-centro-custo                  to f14100-cd-centro-custo
            perform 9000-str-pd14100-nlss
            perform 9000-Read_Yomu-pd14100-nex
            if   ws-OperationOK
            and  f14100-CompanyCode      equal lnk-CompanyCode
            and  f14100-BranchCode       equal lnk-BranchCode
            and  f14100-cd-centro-custo  equal f-cd-centro-custo
                 set  ws-centro-invalido            to true
                 exit section
            end-if

            initialize                             f13900-Rateio_Centro_Custo
            move lnk-CompanyCode                    to f13900-CompanyCode
            move lnk-BranchCode                     to f13900-BranchCode
            perform 9000-str-pd13900-nlss
            perform 9000-Read_Yomu-pd13900-nex
            perform until not ws-OperationOK
                       or f13900-CompanyCode not equal lnk-CompanyCode
                       or f13900-BranchCode  not equal lnk-BranchCode

                 if   f13900-cd-centro-custo equal f-cd-centro-custo
                      set  ws-centro-invalido       to true
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd13900-nex
            end-perform

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-cd-centro-custo greater zeros or ws-tecla-Cancela
                 accept f-cd-centro-custo at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f14000-Centro_Custo
            move lnk-CompanyCode                    to f14000-CompanyCode
            move lnk-BranchCode                     to f14000-BranchCode
            move f-cd-centro-custo                  to f14000-cd-centro-custo
            perform 9000-Read_Yomu-pd14000-ran
            if   not ws-OperationOK
                 string "Record_Kiroku no cadastrado! [" f-cd-centro-custo "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f14000-Desc-centro-custo           to f-Desc-centro-custo
            move f14000-departamento                to f-departamento
            move f14000-UserID-responsavel          to f-UserID-responsavel
            move f14000-id-centro-padrao            to f-id-centro-padrao
            move f14000-cd-conta-despesa-padrao     to f-cd-conta-despesa-padrao
            move f14000-StatusID                    to f-StatusID

            perform 9000-valida-responsavel
            perform 9000-valida-conta-despesa

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00800
            close pd13700
            close pd13900
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

            perform 9000-StandardFrame
            display frm-registro-mestre

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR13700.cpy.
       copy CSR13900.cpy.
       copy CSR14000.cpy.
       copy CSR14100.cpy.
