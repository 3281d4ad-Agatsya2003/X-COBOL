            03 wf05000-id-bonificacao               pic x(01).
               88 wf05000-nota-bonificacao              value "S".
               88 wf05000-nota-nao-bonificacao          value " ", "N".
            03 wf05000-base-ibs-cbs                pic 9(09)v9(02).
            03 wf05000-Value-ibs                   pic 9(09)v9(02).
            03 wf05000-Value-cbs                   pic 9(09)v9(02).
            03 wf05000-id-exportacao                 pic x(01).
               88 wf05000-nota-exportacao                value "S".
               88 wf05000-nota-nao-exportacao            value " ", "N".
            03 wf05000-cd-moeda                      pic 9(03).
            03 wf05000-taxa-cambio                   pic 9(05)v9(06).
            03 wf05000-Value-total-moeda             pic 9(09)v9(02).
            03 wf05000-uf-embarque                   pic x(02).
            03 wf05000-local-embarque                pic x(60).
            03 wf05000-Number-due                    pic x(14).
            03 wf05000-id-complementar               pic x(01).
               88 wf05000-nota-complementar              value "P", "Q", "I".
               88 wf05000-complemento-preco              value "P".
               88 wf05000-complemento-quantidade         value "Q".
               88 wf05000-complemento-imposto            value "I".
               88 wf05000-nota-nao-complementar          value " ", "N".
            03 wf05000-chave-referenciada            pic x(44).
            03 wf05000-id-entrega-futura             pic x(01).
               88 wf05000-simples-faturamento            value "F".
               88 wf05000-remessa-entrega-futura         value "R".
               88 wf05000-nota-entrega-imediata          value " ", "N".
