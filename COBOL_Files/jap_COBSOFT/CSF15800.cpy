       fd   pd15800.

       01   f15800-Resposta_Cotacao.
            03 f15800-CompanyCode                   pic 9(03).
            03 f15800-BranchCode                    pic 9(04).
            03 f15800-Number-cotacao                pic 9(09).
            03 f15800-Seq-item                      pic 9(03).
            03 f15800-cd-fornecedor                 pic 9(09).
            03 f15800-data-envio                    pic 9(08).
            03 f15800-data-resposta                 pic 9(08).
            03 f15800-Value-unitario                pic 9(09)v9(02).
            03 f15800-prazo-entrega-dias            pic 9(03).
            03 f15800-cd-condicao-pagamento         pic 9(03).
            03 f15800-Value-frete                   pic 9(09)v9(02).
            03 f15800-Value-total-posto             pic 9(11)v9(02).
            03 f15800-StatusID                      pic x(01).
               88 f15800-resposta-pendente              value "P".
               88 f15800-resposta-recebida              value "R".
               88 f15800-resposta-vencedora             value "V".
               88 f15800-resposta-perdedora             value "D".
