
       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW14200.cpy.

       01   ws-WorkFields.
            03 wid-arq-pix                         pic x(200).
            set  f09700-pix-gerado                 to true
            move ws-data-inv                       to f09700-data-geracao

            *> A cobranca e creditada na conta dona da chave PIX
            initialize                             lw-Conta-Bancaria
            move f00700-chave-pix                  to lw-chave-pix-conta
            call c-conta-bancaria-movimento using lnk-par lw-Conta-Bancaria
            cancel c-conta-bancaria-movimento
            move lw-cd-conta-bancaria              to f09700-cd-conta-bancaria

            perform 9000-Write_Kaku-pd09700
            if   not ws-OperationOK
            and  ws-Record_Kiroku-existente
