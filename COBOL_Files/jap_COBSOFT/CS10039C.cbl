            03 line 13 col 34   pic 9(11) from f-UserID-delegante.
            03 line 15 col 10   pic x(23) value "Usuario Delegado......:".
            03 line 15 col 34   pic 9(11) from f-UserID-delegado.
            03 line 17 col 10   pic x(23) value "Autoridade (C/P/R)....:".
            03 line 17 col 34   pic x(01) from f-Type-autoridade.
            03 line 19 col 10   pic x(23) value "Inicio da Janela......:".
            03 line 19 col 34   pic 9(08) from f-data-inicio.
                 exit section
            end-if

            perform until f-Type-autoridade equal "C" or "P" or "R" or ws-tecla-Cancela
                 accept f-Type-autoridade at line 17 col 34 with update auto-skip
                 move function upper-case(f-Type-autoridade) to f-Type-autoridade
            end-perform
