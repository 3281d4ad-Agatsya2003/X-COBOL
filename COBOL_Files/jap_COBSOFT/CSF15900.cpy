       fd   pd15900.

       01   f15900-Avaliacao_Fornecedor.
            03 f15900-CompanyCode                   pic 9(03).
            03 f15900-BranchCode                    pic 9(04).
            03 f15900-cd-fornecedor                 pic 9(09).
            03 f15900-competencia                   pic 9(06).
            03 f15900-qtde-itens-previstos          pic 9(05).
            03 f15900-qtde-pedida                   pic 9(09)v9(04).
            03 f15900-qtde-atendida                 pic 9(09)v9(04).
            03 f15900-qtde-no-prazo                 pic 9(09)v9(04).
            03 f15900-qtde-recebimentos             pic 9(05).
            03 f15900-qtde-inspecionada             pic 9(09)v9(04).
            03 f15900-qtde-rejeitada                pic 9(09)v9(04).
            03 f15900-qtde-bloqueios-preco          pic 9(05).
            03 f15900-perc-pontualidade             pic 9(03)v9(02).
            03 f15900-perc-atendimento              pic 9(03)v9(02).
            03 f15900-perc-qualidade                pic 9(03)v9(02).
            03 f15900-perc-preco                    pic 9(03)v9(02).
            03 f15900-nota                          pic 9(03)v9(02).
            03 f15900-conceito                      pic x(01).
               88 f15900-conceito-a                     value "A".
               88 f15900-conceito-b                     value "B".
               88 f15900-conceito-c                     value "C".
               88 f15900-conceito-d                     value "D".
            03 f15900-data-apuracao                 pic 9(08).
