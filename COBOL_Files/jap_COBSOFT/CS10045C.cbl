      $set sourceformat"free"
       program-id. CS10045C.
      *>=================================================================================
      *>
      *>               Cadastro de Contas Bancarias da Filial
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS09600.cpy.
       copy CSS13700.cpy.
       copy CSS14200.cpy.
       copy CSS14300.cpy.

      *>=================================================================================
       data division.

       copy CSF09600.cpy.
       copy CSF13700.cpy.
       copy CSF14200.cpy.
       copy CSF14300.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10045C".
       78   c-ProgramDesc                   value "CONTAS BANCARIAS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-id-conta-valida                  pic x(01).
               88 ws-conta-valida                      value "S".
               88 ws-conta-invalida                    value "N".
            03 ws-Value-saldo-inicial              pic s9(11)v9(02).

       01   f-registro-mestre.
            03 f-cd-conta-bancaria                    pic 9(03).
            03 f-Desc-conta-bancaria                  pic x(40).
            03 f-cd-banco                             pic 9(03).
            03 f-agencia                              pic 9(05).
            03 f-conta-corrente                       pic 9(10).
            03 f-digito-conta                         pic x(01).
            03 f-id-Type-conta-bancaria               pic x(01).
            03 f-chave-pix                            pic x(77).
            03 f-Value-saldo-inicial                  pic -zz.zzz.zzz.zz9,99.
            03 f-data-saldo-inicial                   pic 9(08).
            03 f-id-conta-padrao                      pic x(01).
            03 f-cd-conta-contabil                    pic 9(09).
            03 f-Desc-conta-contabil                  pic x(55).
            03 f-StatusID                             pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-registro-mestre.
            03 line 11 col 27   pic x(06) value "Conta:".
            03 line 11 col 34   pic 9(03) from f-cd-conta-bancaria.
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(40) from f-Desc-conta-bancaria.
            03 line 15 col 27   pic x(06) value "Banco:".
            03 line 15 col 34   pic 9(03) from f-cd-banco.
            03 line 15 col 40   pic x(08) value "Agencia:".
            03 line 15 col 49   pic 9(05) from f-agencia.
            03 line 15 col 57   pic x(15) value "Conta Corrente:".
            03 line 15 col 73   pic 9(10) from f-conta-corrente.
            03 line 15 col 84   pic x(01) value "-".
            03 line 15 col 85   pic x(01) from f-digito-conta.
            03 line 17 col 28   pic x(05) value "Tipo:".
            03 line 17 col 34   pic x(01) from f-id-Type-conta-bancaria.
            03 line 17 col 38   pic x(30) value "(M=Movimento I=Investimento)".
            03 line 19 col 23   pic x(10) value "Chave PIX:".
            03 line 19 col 34   pic x(77) from f-chave-pix.
            03 line 21 col 19   pic x(14) value "Saldo Inicial:".
            03 line 21 col 34   pic -zz.zzz.zzz.zz9,99 from f-Value-saldo-inicial.
            03 line 21 col 55   pic x(10) value "Data Base:".
            03 line 21 col 66   pic 9(08) from f-data-saldo-inicial.
            03 line 23 col 20   pic x(13) value "Conta Padrao:".
            03 line 23 col 34   pic x(01) from f-id-conta-padrao.
            03 line 23 col 38   pic x(13) value "(S=Sim N=Nao)".
            03 line 25 col 18   pic x(15) value "Conta Contabil:".
            03 line 25 col 34   pic 9(09) from f-cd-conta-contabil.
            03 line 25 col 45   pic x(55) from f-Desc-conta-contabil.
            03 line 27 col 24   pic x(09) value "Situacao:".
            03 line 27 col 34   pic x(01) from f-StatusID.
            03 line 27 col 38   pic x(22) value "(A=Ativa I=Inativa)".

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

           perform 9000-Open_Akeru-i-pd09600
           perform 9000-Open_Akeru-i-pd13700
           perform 9000-Open_Akeru-io-pd14200
           perform 9000-Open_Akeru-i-pd14300

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

            perform until f-cd-conta-bancaria greater zeros or ws-tecla-Cancela
                 accept f-cd-conta-bancaria at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move f-cd-conta-bancaria                to f14200-cd-conta-bancaria
            perform 9000-Read_Yomu-pd14200-ran
            if   ws-OperationOK
                 string "Record_Kiroku [" f-cd-conta-bancaria "] j cadastrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "M"                                to f-id-Type-conta-bancaria
            move "N"                                to f-id-conta-padrao
            move "A"                                to f-StatusID
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-saldo-inicial
            perform 9000-aceita-atributos

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 initialize                             f14200-Conta_Bancaria
                 move lnk-CompanyCode                    to f14200-CompanyCode
                 move lnk-BranchCode                     to f14200-BranchCode
                 move f-cd-conta-bancaria                to f14200-cd-conta-bancaria
                 perform 9000-move-atributos

                 perform 9000-Write_Kaku-pd14200
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f14200-Conta_Bancaria - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> O saldo inicial vale na data base: a posicao de tesouraria soma a
      *> partir dela os recebimentos, pagamentos e transferencias da conta.
      *> So uma conta ativa pode ser a padrao da Filial
       9000-aceita-atributos section.

            perform until f-Desc-conta-bancaria <> spaces or ws-tecla-Cancela
                 accept f-Desc-conta-bancaria at line 13 col 34 with update auto-skip
            end-perform

            perform until f-cd-banco greater zeros or ws-tecla-Cancela
                 accept f-cd-banco at line 15 col 34 with update auto-skip
            end-perform

            accept f-agencia at line 15 col 49 with update auto-skip
            accept f-conta-corrente at line 15 col 73 with update auto-skip
            accept f-digito-conta at line 15 col 85 with update auto-skip

            perform until f-id-Type-conta-bancaria equal "M" or "I" or ws-tecla-Cancela
                 accept f-id-Type-conta-bancaria at line 17 col 34 with update auto-skip
                 move function upper-case(f-id-Type-conta-bancaria) to f-id-Type-conta-bancaria
            end-perform

            accept f-chave-pix at line 19 col 34 with update auto-skip

            move ws-Value-saldo-inicial             to f-Value-saldo-inicial
            accept f-Value-saldo-inicial at line 21 col 34 with update auto-skip
            move f-Value-saldo-inicial              to ws-Value-saldo-inicial

            perform until f-data-saldo-inicial greater zeros or ws-tecla-Cancela
                 accept f-data-saldo-inicial at line 21 col 66 with update auto-skip
            end-perform

            perform until exit
                 accept f-id-conta-padrao at line 23 col 34 with update auto-skip
                 move function upper-case(f-id-conta-padrao) to f-id-conta-padrao
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-id-conta-padrao equal "S" or "N"
                      perform 9000-valida-conta-padrao
                      if   ws-conta-valida
                           exit perform
                      end-if
                      perform 9000-Message_Messeji
                 end-if
            end-perform

            perform until exit
                 accept f-cd-conta-contabil at line 25 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 perform 9000-valida-conta-contabil
                 if   ws-conta-valida
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-Screen_Gamen

            perform until f-StatusID equal "A" or "I" or ws-tecla-Cancela
                 accept f-StatusID at line 27 col 34 with update auto-skip
                 move function upper-case(f-StatusID) to f-StatusID
            end-perform

       exit.

      *>=================================================================================
       9000-valida-conta-padrao section.

            set  ws-conta-valida                    to true

            if   f-id-conta-padrao not equal "S"
                 exit section
            end-if

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move zeros                              to f14200-cd-conta-bancaria
            perform 9000-str-pd14200-nlss
            perform 9000-Read_Yomu-pd14200-nex
            perform until not ws-OperationOK
                       or f14200-CompanyCode not equal lnk-CompanyCode
                       or f14200-BranchCode  not equal lnk-BranchCode

                 if   f14200-conta-padrao
                 and  f14200-conta-ativa
                 and  f14200-cd-conta-bancaria not equal f-cd-conta-bancaria
                      set  ws-conta-invalida        to true
                      string "Filial possui outra conta padrao [" f14200-cd-conta-bancaria "]!" into ws-Message_Messeji
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd14200-nex
            end-perform

       exit.

      *>=================================================================================
       9000-valida-conta-contabil section.

            set  ws-conta-valida                    to true
            move spaces                             to f-Desc-conta-contabil

            if   f-cd-conta-contabil equal zeros
                 exit section
            end-if

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move f-cd-conta-contabil                to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   not ws-OperationOK
                 set  ws-conta-invalida             to true
                 string "Conta contabil no cadastrada! [" f-cd-conta-contabil "]" into ws-Message_Messeji
                 exit section
            end-if

            if   not f13700-conta-analitica
                 set  ws-conta-invalida             to true
                 move "Conta contabil deve ser analitica!" to ws-Message_Messeji
                 exit section
            end-if

            move f13700-Desc-conta                  to f-Desc-conta-contabil

       exit.

      *>=================================================================================
       9000-move-atributos section.

            move f-Desc-conta-bancaria              to f14200-Desc-conta-bancaria
            move f-cd-banco                         to f14200-cd-banco
            move f-agencia                          to f14200-agencia
            move f-conta-corrente                   to f14200-conta-corrente
            move f-digito-conta                     to f14200-digito-conta
            move f-id-Type-conta-bancaria           to f14200-id-Type-conta-bancaria
            move f-chave-pix                        to f14200-chave-pix
            move ws-Value-saldo-inicial             to f14200-Value-saldo-inicial
            move f-data-saldo-inicial               to f14200-data-saldo-inicial
            move f-id-conta-padrao                  to f14200-id-conta-padrao
            move f-cd-conta-contabil                to f14200-cd-conta-contabil
            move f-StatusID                         to f14200-StatusID

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
                 initialize                             f14200-Conta_Bancaria
                 move lnk-CompanyCode                    to f14200-CompanyCode
                 move lnk-BranchCode                     to f14200-BranchCode
                 move f-cd-conta-bancaria                to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   not ws-OperationOK
                      string "読み取りエラー f14200-Conta_Bancaria - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if

                 perform 9000-move-atributos

                 perform 9000-Rewrite_Kakinaosu-pd14200
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f14200-Conta_Bancaria - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Conta com extrato importado ou transferencias deve ser inativada,
      *> no excluida
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
            if   ws-conta-invalida
                 move "Conta possui extrato ou transferencias - exclusao no permitida!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin exclusao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 initialize                             f14200-Conta_Bancaria
                 move lnk-CompanyCode                    to f14200-CompanyCode
                 move lnk-BranchCode                     to f14200-BranchCode
                 move f-cd-conta-bancaria                to f14200-cd-conta-bancaria
                 perform 9000-Delete_Sakujo-pd14200
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f14200-Conta_Bancaria - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-verifica-movimento section.

            set  ws-conta-valida                    to true

            initialize                             f09600-Extrato_Banco
            move lnk-CompanyCode                    to f09600-CompanyCode
            move lnk-BranchCode                     to f09600-BranchCode
            move f-cd-conta-bancaria                to f09600-cd-conta-bancaria
            perform 9000-str-pd09600-nlss-2
            perform 9000-Read_Yomu-pd09600-nex
            if   ws-OperationOK
            and  f09600-CompanyCode        equal lnk-CompanyCode
            and  f09600-BranchCode         equal lnk-BranchCode
            and  f09600-cd-conta-bancaria  equal f-cd-conta-bancaria
                 set  ws-conta-invalida             to true
                 exit section
            end-if

            initialize                             f14300-Transferencia_Bancaria
            move lnk-CompanyCode                    to f14300-CompanyCode
            move lnk-BranchCode                     to f14300-BranchCode
            perform 9000-str-pd14300-nlss
            perform 9000-Read_Yomu-pd14300-nex
            perform until not ws-OperationOK
                       or f14300-CompanyCode not equal lnk-CompanyCode
                       or f14300-BranchCode  not equal lnk-BranchCode

                 if   f14300-cd-conta-origem  equal f-cd-conta-bancaria
                 or   f14300-cd-conta-destino equal f-cd-conta-bancaria
                      set  ws-conta-invalida        to true
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd14300-nex
            end-perform

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-cd-conta-bancaria greater zeros or ws-tecla-Cancela
                 accept f-cd-conta-bancaria at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move f-cd-conta-bancaria                to f14200-cd-conta-bancaria
            perform 9000-Read_Yomu-pd14200-ran
            if   not ws-OperationOK
                 string "Record_Kiroku no cadastrado! [" f-cd-conta-bancaria "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f14200-Desc-conta-bancaria         to f-Desc-conta-bancaria
            move f14200-cd-banco                    to f-cd-banco
            move f14200-agencia                     to f-agencia
            move f14200-conta-corrente              to f-conta-corrente
            move f14200-digito-conta                to f-digito-conta
            move f14200-id-Type-conta-bancaria      to f-id-Type-conta-bancaria
            move f14200-chave-pix                   to f-chave-pix
            move f14200-Value-saldo-inicial         to ws-Value-saldo-inicial
                                                       f-Value-saldo-inicial
            move f14200-data-saldo-inicial          to f-data-saldo-inicial
            move f14200-id-conta-padrao             to f-id-conta-padrao
            move f14200-cd-conta-contabil           to f-cd-conta-contabil
            move f14200-StatusID                    to f-StatusID

            perform 9000-valida-conta-contabil

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd09600
            close pd13700
            close pd14200
            close pd14300

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
                                                   ws-Value-saldo-inicial

            perform 9000-StandardFrame
            display frm-registro-mestre

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR09600.cpy.
       copy CSR13700.cpy.
       copy CSR14200.cpy.
       copy CSR14300.cpy.
