       78   c-dias-nivel-3                          value 30.

       copy CSW00900.cpy.
       copy CSW18300.cpy.

       78   c-max-itens-aviso                       value 60.

            03 ws-nivel-cobranca                   pic 9(01).
            03 ws-cd-cliente-corrente              pic 9(09).
            03 ws-itens-cliente                    pic 9(03).
            03 ws-id-promessa-cliente              pic x(01) value "N".
               88 ws-cliente-com-promessa              value "S".
               88 ws-cliente-sem-promessa              value "N".
            03 ws-id-pix-aviso                     pic x(01) value "N".
               88 ws-pix-incluido-aviso                value "S".
               88 ws-pix-nao-incluido-aviso            value "N".
                 if   f02400-cd-cliente not equal ws-cd-cliente-corrente
                      perform 2100-fecha-aviso-cliente
                      move f02400-cd-cliente        to ws-cd-cliente-corrente
                      perform 2100-verifica-promessa
                 end-if

                 if   ws-cliente-sem-promessa
                      perform 2100-avalia-item
                 end-if

                 perform 9000-Read_Yomu-pd02400-nex
            end-perform

       exit.

      *>=================================================================================
      *> Cliente com promessa de pagamento ativa na mesa de cobranca
      *> (CS30057C) fica fora da regua ate a data prometida
       2100-verifica-promessa section.

            initialize                             lw-Promessa
            move ws-cd-cliente-corrente             to lw-cd-cliente-promessa
            move ws-data-inv                        to lw-data-referencia-promessa
            call c-situacao-promessa using lnk-par lw-Promessa
            cancel c-situacao-promessa

            if   lw-promessa-ativa
                 set  ws-cliente-com-promessa       to true
            else
                 set  ws-cliente-sem-promessa       to true
            end-if

       exit.

      *>=================================================================================
       2100-avalia-item section.

