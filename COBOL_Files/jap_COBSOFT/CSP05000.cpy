            move wf05000-Value-iss-retido          to f05000-Value-iss-retido
            move wf05000-id-devolucao              to f05000-id-devolucao
            move wf05000-id-bonificacao            to f05000-id-bonificacao
            move wf05000-base-ibs-cbs              to f05000-base-ibs-cbs
            move wf05000-Value-ibs                 to f05000-Value-ibs
            move wf05000-Value-cbs                 to f05000-Value-cbs
            move wf05000-id-exportacao             to f05000-id-exportacao
            move wf05000-cd-moeda                  to f05000-cd-moeda
            move wf05000-taxa-cambio               to f05000-taxa-cambio
            move wf05000-Value-total-moeda         to f05000-Value-total-moeda
            move wf05000-uf-embarque               to f05000-uf-embarque
            move wf05000-local-embarque            to f05000-local-embarque
            move wf05000-Number-due                to f05000-Number-due
            move wf05000-id-complementar           to f05000-id-complementar
            move wf05000-chave-referenciada        to f05000-chave-referenciada
            move wf05000-id-entrega-futura         to f05000-id-entrega-futura

       exit.
       
