       fd   pd13700.

       01   f13700-Plano_Contas.
            03 f13700-CompanyCode                   pic 9(03).
            03 f13700-BranchCode                    pic 9(04).
            03 f13700-cd-conta                      pic 9(09).
            03 f13700-Desc-conta                    pic x(55).
            03 f13700-nivel-conta                   pic 9(01).
            03 f13700-id-Type-conta                 pic x(01).
               88 f13700-conta-sintetica                value "S".
               88 f13700-conta-analitica                value "A".
            03 f13700-id-natureza-conta             pic x(01).
               88 f13700-natureza-devedora              value "D".
               88 f13700-natureza-credora               value "C".
            03 f13700-cd-conta-superior             pic 9(09).
            03 f13700-data-cadastro                 pic 9(08).
