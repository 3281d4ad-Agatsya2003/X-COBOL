
       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW14200.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            move zeros                              to f11300-Value-aplicado
            move f-cd-forma-pagamento               to f11300-cd-forma-pagamento
            set  f11300-adiantamento-aberto         to true

            initialize                              lw-Conta-Bancaria
            move f-cd-forma-pagamento               to lw-cd-forma-pagamento-conta
            call c-conta-bancaria-movimento using lnk-par lw-Conta-Bancaria
            cancel c-conta-bancaria-movimento
            move lw-cd-conta-bancaria               to f11300-cd-conta-bancaria
            move function numval(lnk-UserID)        to f11300-UserID-operacao

            perform 9000-Write_Kaku-pd11300
