      *>=================================================================================
      *> Resultado da verificacao de segregacao de funcoes: conflito de
      *> risco baixo/medio pede confirmacao; alto risco bloqueia, liberado
      *> somente por usuario autorizado com justificativa registrada
       9000-confirma-conflito-sod section.

            set  lw-sod-concessao-liberada          to true

            if   lw-sod-sem-conflito
                 exit section
            end-if

            perform varying lw-ind-conflito-sod from 1 by 1
                    until lw-ind-conflito-sod greater lw-qtde-conflitos-sod
                 move spaces                        to ws-Message_Messeji
                 if   lw-UserID-conflito(lw-ind-conflito-sod) equal zeros
                      string "Conflito de segregacao - regra " lw-cd-regra-conflito(lw-ind-conflito-sod)
                             " risco [" lw-id-risco-conflito(lw-ind-conflito-sod) "] "
                             function trim(lw-ds-regra-conflito(lw-ind-conflito-sod))
                             " - programas: " function trim(lw-programas-conflito(lw-ind-conflito-sod))
                             delimited by size into ws-Message_Messeji
                 else
                      string "Conflito de segregacao - regra " lw-cd-regra-conflito(lw-ind-conflito-sod)
                             " risco [" lw-id-risco-conflito(lw-ind-conflito-sod) "] "
                             function trim(lw-ds-regra-conflito(lw-ind-conflito-sod))
                             " - usuario " lw-UserID-conflito(lw-ind-conflito-sod)
                             " - " function trim(lw-origem-conflito(lw-ind-conflito-sod))
                             delimited by size into ws-Message_Messeji
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            if   not lw-sod-bloqueado
                 move "Concessao gera conflito de segregacao - confirmar assim mesmo? [S/N]" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 if   not ws-MessageOptionYes
                      set  lw-sod-concessao-negada  to true
                 end-if
                 exit section
            end-if

            set  lw-sod-concessao-negada            to true

            if   not lw-sod-pode-liberar
                 move "Conflito de ALTO RISCO - concessao bloqueada. Liberacao somente por usuario autorizado." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Conflito de ALTO RISCO - liberar a concessao com justificativa? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            move spaces                             to lw-justificativa-sod
            display "Justificativa:" at line 29 col 10
            accept lw-justificativa-sod at line 29 col 25 with update auto-skip

            if   lw-justificativa-sod equal spaces
                 move "Justificativa obrigatoria - concessao nao realizada." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  lw-sod-registrar-excecao           to true
            call c-conflito-sod using lnk-par lw-SoD
            cancel c-conflito-sod

            if   not lw-sod-bloqueado
                 set  lw-sod-concessao-liberada     to true
            end-if

       exit.
