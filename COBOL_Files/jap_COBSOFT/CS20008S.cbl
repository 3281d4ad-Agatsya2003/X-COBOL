
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW19100.cpy.

       01   ws-WorkFields.
            03 wid-arq-valorizacao                 pic x(200).
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd06000

            *> Assinatura agendada (CS00139S): sem parametros de periodo,
            *> so devolve o arquivo gerado pela linha de comando
            initialize                             lw-Parameters-assinatura
            if   lnk-execucao-background
                 move lnk-Line_Gyou-comando         to lw-Parameters-assinatura
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            if   lw-execucao-assinatura
                 move wid-arq-valorizacao           to lw-arquivo-assinatura
                 move lw-Parameters-assinatura      to lnk-Line_Gyou-comando
            end-if

            string "Valorizacao gerada em " wid-arq-valorizacao into ws-Message_Messeji
            perform 9000-Message_Messeji

