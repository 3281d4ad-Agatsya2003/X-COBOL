               88 f03200-forma-cartao                   value "C".
               88 f03200-forma-boleto                   value "B".
               88 f03200-forma-prazo                    value "Z".
               88 f03200-forma-cheque                   value "Q".
            03 f03200-StatusID                     pic x(01).
               88 f03200-forma-ativa                    value "A".
               88 f03200-forma-inativa                  value "I".
            03 f03200-cd-conta-bancaria             pic 9(03).
