       fd   pd13900.

       01   f13900-Rateio_Centro_Custo.
            03 f13900-CompanyCode                   pic 9(03).
            03 f13900-BranchCode                    pic 9(04).
            03 f13900-Type-nota                     pic 9(02).
            03 f13900-Number-documento              pic 9(09).
            03 f13900-Series-documento              pic x(03).
            03 f13900-cd-centro-custo               pic 9(05).
            03 f13900-competencia                   pic 9(06).
            03 f13900-cd-conta-despesa              pic 9(09).
            03 f13900-Value-rateio                  pic 9(09)v9(02).
            03 f13900-cd-fornecedor                 pic 9(09).
            03 f13900-data-emissao                  pic 9(08).
