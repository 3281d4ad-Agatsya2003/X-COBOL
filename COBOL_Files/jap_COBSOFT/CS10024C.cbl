            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS03200.cpy.
       copy CSS14200.cpy.

      *>=================================================================================
       data division.

       copy CSF03200.cpy.
       copy CSF14200.cpy.

      *>=================================================================================
       working-storage section.
            03 f-cd-forma-pagamento                   pic 9(02).
            03 f-Desc-forma-pagamento                 pic x(30).
            03 f-Type-forma                           pic x(01).
            03 f-cd-conta-bancaria                    pic 9(03).
            03 f-Desc-conta-bancaria                  pic x(40).

      *>=================================================================================
       linkage section.
            03 line 11 col 34   pic 9(02) from f-cd-forma-pagamento.
            03 line 13 col 28   pic x(05) value "Desc:".
            03 line 13 col 34   pic x(30) from f-Desc-forma-pagamento.
            03 line 15 col 14   pic x(19) value "Type (D/P/C/B/Z/Q):".
            03 line 15 col 34   pic x(01) from f-Type-forma.
            03 line 17 col 18   pic x(15) value "Conta Bancaria:".
            03 line 17 col 34   pic 9(03) from f-cd-conta-bancaria.
            03 line 17 col 40   pic x(40) from f-Desc-conta-bancaria.

      *>=================================================================================
       procedure division using lnk-par.
           initialize                             wf-FrameOptions

           perform 9000-Open_Akeru-io-pd03200
           perform 9000-Open_Akeru-i-pd14200

       exit.


            accept f-Desc-forma-pagamento at line 13 col 34 with update auto-skip
            accept f-Type-forma at line 15 col 34 with update auto-skip
            perform 9000-aceita-conta-bancaria

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 move f-cd-forma-pagamento                             to f03200-cd-forma-pagamento
                 move f-Desc-forma-pagamento                 to f03200-Desc-forma-pagamento
                 move f-Type-forma                           to f03200-Type-forma
                 move f-cd-conta-bancaria                    to f03200-cd-conta-bancaria
                 set  f03200-forma-ativa                to true

                 perform 9000-Write_Kaku-pd03200

            accept f-Desc-forma-pagamento at line 13 col 34 with update auto-skip
            accept f-Type-forma at line 15 col 34 with update auto-skip
            perform 9000-aceita-conta-bancaria

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
            if   ws-MessageOptionYes
                 move f-Desc-forma-pagamento                 to f03200-Desc-forma-pagamento
                 move f-Type-forma                           to f03200-Type-forma
                 move f-cd-conta-bancaria                    to f03200-cd-conta-bancaria

                 perform 9000-Rewrite_Kakinaosu-pd03200
                 if   not ws-OperationOK

            move f03200-Desc-forma-pagamento            to f-Desc-forma-pagamento
            move f03200-Type-forma                      to f-Type-forma
            move f03200-cd-conta-bancaria               to f-cd-conta-bancaria

            if   f-cd-conta-bancaria greater zeros
                 initialize                        f14200-Conta_Bancaria
                 move lnk-CompanyCode               to f14200-CompanyCode
                 move lnk-BranchCode                to f14200-BranchCode
                 move f-cd-conta-bancaria           to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   ws-OperationOK
                      move f14200-Desc-conta-bancaria to f-Desc-conta-bancaria
                 end-if
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Conta que recebe os valores da forma; dinheiro fica no caixa e
      *> conta zero deixa o movimento na conta padrao da Filial
       9000-aceita-conta-bancaria section.

            move spaces                             to f-Desc-conta-bancaria

            if   f-Type-forma equal "D"
                 move zeros                         to f-cd-conta-bancaria
                 exit section
            end-if

            perform until exit
                 accept f-cd-conta-bancaria at line 17 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-cd-conta-bancaria equal zeros
                      exit perform
                 end-if

                 initialize                        f14200-Conta_Bancaria
                 move lnk-CompanyCode               to f14200-CompanyCode
                 move lnk-BranchCode                to f14200-BranchCode
                 move f-cd-conta-bancaria           to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   ws-OperationOK
                 and  f14200-conta-ativa
                      move f14200-Desc-conta-bancaria to f-Desc-conta-bancaria
                      exit perform
                 end-if

                 string "Conta bancaria invalida ou inativa! [" f-cd-conta-bancaria "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            display f-Desc-conta-bancaria at line 17 col 40

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd03200
            close pd14200

       exit.
      *>=================================================================================
      *> 読み取り

       copy CSR03200.cpy.
       copy CSR14200.cpy.
