       fd   pd16100.

       01   f16100-Nota_Debito_Fornecedor.
            03 f16100-CompanyCode                   pic 9(03).
            03 f16100-BranchCode                    pic 9(04).
            03 f16100-Number-nota-debito            pic 9(09).
            03 f16100-cd-fornecedor                 pic 9(09).
            03 f16100-data-emissao                  pic 9(08).
            03 f16100-Number-devolucao              pic 9(09).
            03 f16100-Series-devolucao              pic x(03).
            03 f16100-Number-entrada                pic 9(09).
            03 f16100-Series-entrada                pic x(03).
            03 f16100-Value-total                   pic 9(09)v9(02).
            03 f16100-Value-compensado              pic 9(09)v9(02).
            03 f16100-StatusID                      pic x(01).
               88 f16100-nota-debito-aberta             value "A".
               88 f16100-nota-debito-compensada         value "Q".
            03 f16100-data-baixa                    pic 9(08).
            03 f16100-UserID-operacao               pic 9(09).
