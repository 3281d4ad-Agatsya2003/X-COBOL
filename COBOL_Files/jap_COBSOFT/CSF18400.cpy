       fd   pd18400.

       01   f18400-Faturamento_Pedido.
            03 f18400-CompanyCode                   pic 9(03).
            03 f18400-BranchCode                    pic 9(04).
            03 f18400-Number-pedido                 pic 9(09).
            03 f18400-Seq-item                      pic 9(04).
            03 f18400-Type-nota                     pic 9(02).
            03 f18400-Number-documento              pic 9(09).
            03 f18400-Series-documento              pic x(03).
            03 f18400-cd-cliente                    pic 9(09).
            03 f18400-ProductCode                   pic 9(09).
            03 f18400-qtde-faturada                 pic 9(06)v9(04).
            03 f18400-data-faturamento              pic 9(08).
