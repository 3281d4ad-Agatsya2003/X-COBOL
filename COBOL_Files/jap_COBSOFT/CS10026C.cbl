            03 f-ArmazemCode                          pic 9(04).
            03 f-Desc-armazem                         pic x(40).
            03 f-StatusID                             pic x(01).
            03 f-ArmazemCode-abastecedor              pic 9(04).

       01   ws-WorkFields.
            03 ws-id-abastecedor                      pic x(01).
               88 ws-abastecedor-valido                   value "S".
               88 ws-abastecedor-invalido                 value "N".

      *>=================================================================================
       linkage section.
            03 line 13 col 34   pic x(40) from f-Desc-armazem.
            03 line 15 col 21   pic x(12) value "Status (A/I):".
            03 line 15 col 34   pic x(01) from f-StatusID.
            03 line 17 col 21   pic x(12) value "Abastecedor:".
            03 line 17 col 34   pic 9(04) from f-ArmazemCode-abastecedor.

      *>=================================================================================
       procedure division using lnk-par.
                 accept f-Desc-armazem at line 13 col 34 with update auto-skip
            end-perform

            perform 9000-aceita-abastecedor

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move f-ArmazemCode                      to f03600-ArmazemCode
                 move f-Desc-armazem                     to f03600-Desc-armazem
                 set  f03600-armazem-Active_Akutibu      to true
                 move f-ArmazemCode-abastecedor          to f03600-ArmazemCode-abastecedor

                 perform 9000-Write_Kaku-pd03600
                 if   not ws-OperationOK
                 accept f-StatusID at line 15 col 34 with update auto-skip
            end-perform

            perform 9000-aceita-abastecedor

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 move f-ArmazemCode                      to f03600-ArmazemCode
                 perform 9000-Read_Yomu-pd03600-ran
                 move f-Desc-armazem                     to f03600-Desc-armazem
                 move f-StatusID                         to f03600-StatusID
                 move f-ArmazemCode-abastecedor          to f03600-ArmazemCode-abastecedor

                 perform 9000-Rewrite_Kakinaosu-pd03600
                 if   not ws-OperationOK

            move f03600-Desc-armazem                to f-Desc-armazem
            move f03600-StatusID                    to f-StatusID
            move f03600-ArmazemCode-abastecedor     to f-ArmazemCode-abastecedor

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Armazem que repoe este pelo DRP (CS20012C); zeros: sem abastecedor
       9000-aceita-abastecedor section.

            perform until ws-tecla-Cancela
                 accept f-ArmazemCode-abastecedor at line 17 col 34 with update auto-skip
                 if   f-ArmazemCode-abastecedor equal zeros
                      exit perform
                 end-if

                 set  ws-abastecedor-invalido        to true
                 if   f-ArmazemCode-abastecedor not equal f-ArmazemCode
                      initialize                     f03600-armazem
                      move lnk-CompanyCode            to f03600-CompanyCode
                      move lnk-BranchCode             to f03600-BranchCode
                      move f-ArmazemCode-abastecedor  to f03600-ArmazemCode
                      perform 9000-Read_Yomu-pd03600-ran
                      if   ws-OperationOK
                      and  f03600-armazem-Active_Akutibu
                           set  ws-abastecedor-valido to true
                      end-if
                 end-if

                 if   ws-abastecedor-valido
                      exit perform
                 end-if

                 string "Armazem abastecedor invalido! [" f-ArmazemCode-abastecedor "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

