       screen section.

       01   frm-Fechamento.
            03 line 11 col 06   pic x(27) value "Modulo (F/E/R/P/C)........:".
            03 line 11 col 34   pic x(01) from f-modulo.
            03 line 13 col 06   pic x(27) value "Competencia (AAAAMM)......:".
            03 line 13 col 34   pic 9(06) from f-competencia.

            perform 8000-ClearScreen

            perform until f-modulo equal "F" or "E" or "R" or "P" or "C"
                       or ws-tecla-Cancela
                 accept f-modulo at line 11 col 34 with update auto-skip
                 move function upper-case(f-modulo) to f-modulo
