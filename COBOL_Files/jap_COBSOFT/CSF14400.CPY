       fd   pd14400.

       01   f14400-Guia_Tributo.
            03 f14400-CompanyCode                   pic 9(03).
            03 f14400-BranchCode                    pic 9(04).
            03 f14400-cd-tributo                    pic x(06).
            03 f14400-Desc-tributo                  pic x(40).
            03 f14400-cd-fornecedor                 pic 9(09).
            03 f14400-Type-guia                     pic x(04).
            03 f14400-cd-receita                    pic x(06).
            03 f14400-dia-vencimento                pic 9(02).
            03 f14400-meses-vencimento              pic 9(01).
            03 f14400-id-dia-nao-util               pic x(01).
               88 f14400-vencimento-antecipa            value "A".
               88 f14400-vencimento-posterga            value "P".
            03 f14400-StatusID                      pic x(01).
               88 f14400-guia-ativa                     value "A".
               88 f14400-guia-inativa                   value "I".
