       fd   pd15700.

       01   f15700-Item_Cotacao.
            03 f15700-CompanyCode                   pic 9(03).
            03 f15700-BranchCode                    pic 9(04).
            03 f15700-Number-cotacao                pic 9(09).
            03 f15700-Seq-item                      pic 9(03).
            03 f15700-ProductCode                   pic 9(09).
            03 f15700-qtde-cotada                   pic 9(06)v9(04).
            03 f15700-Number-requisicao             pic 9(09).
            03 f15700-cd-fornecedor-vencedor        pic 9(09).
            03 f15700-Number-pedido                 pic 9(09).
            03 f15700-Seq-item-pedido               pic 9(04).
