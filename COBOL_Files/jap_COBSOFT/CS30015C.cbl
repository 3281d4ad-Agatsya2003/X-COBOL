       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW19100.cpy.

       01   ws-WorkFields.
            03 wid-arq-aging                       pic x(200).
            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd02400

            initialize                             lw-Parameters-assinatura
            if   lnk-execucao-background
                 move lnk-Line_Gyou-comando         to lw-Parameters-assinatura
            end-if

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

            *> Assinatura agendada (CS00139S): data de corte no fim do
            *> periodo, sem tela; o arquivo gerado volta pela linha de comando
            if   lnk-execucao-background
            and  lw-execucao-assinatura
                 if   lnk-AllowQuery
                      move lw-data-final-assinatura to f-data-corte
                      perform 2100-calcula-aging
                 end-if
                 move lw-Parameters-assinatura      to lnk-Line_Gyou-comando
                 exit section
            end-if

             perform until wf-Frame_Furemu-Return_Modoru

                 evaluate wf-Frame_Furemu
                 exit section
            end-if

            perform 2100-calcula-aging

       exit.

      *>=================================================================================
       2100-calcula-aging section.

            compute ws-data-corte-int =
                    function integer-of-date(f-data-corte)

            move zeros                              to ws-total-geral
            set  ws-tabela-com-espaco               to true

            *> Somente os titulos em aberto, pelo status (chave-1)
            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move "A"                               to f02400-StatusID
            move zeros                             to f02400-cd-cliente
            perform 9000-str-pd02400-nlss-1
            perform 9000-Read_Yomu-pd02400-nex
            perform until not ws-OperationOK
                       or f02400-CompanyCode not equal lnk-CompanyCode
                       or f02400-BranchCode  not equal lnk-BranchCode
                       or not f02400-aberto

                 if   f02400-data-emissao not greater f-data-corte
                      perform 2200-classifica-item
                 end-if

            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            move wid-arq-aging                      to lw-arquivo-assinatura

            string "Aging gerado em " wid-arq-aging into ws-Message_Messeji
            perform 9000-Message_Messeji

