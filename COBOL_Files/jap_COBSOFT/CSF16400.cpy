       fd   pd16400.

       01   f16400-Remessa_Industrializacao.
            03 f16400-CompanyCode                   pic 9(03).
            03 f16400-BranchCode                    pic 9(04).
            03 f16400-Number-ordem-ind              pic 9(09).
            03 f16400-cd-material                   pic 9(09).
            03 f16400-cd-fornecedor                 pic 9(09).
            03 f16400-ArmazemCode                   pic 9(04).
            03 f16400-data-remessa                  pic 9(08).
            03 f16400-qtde-remetida                 pic 9(09)v9(04).
            03 f16400-qtde-consumida                pic 9(09)v9(04).
            03 f16400-custo-unitario                pic 9(09)v9(04).
