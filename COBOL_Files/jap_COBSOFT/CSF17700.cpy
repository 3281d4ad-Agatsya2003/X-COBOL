       fd   pd17700.

       01   f17700-Cest_Ncm.
            03 f17700-CompanyCode                   pic 9(03).
            03 f17700-BranchCode                    pic 9(04).
            03 f17700-ncm-prefixo                   pic x(08).
            03 f17700-cest                          pic 9(07).
            03 f17700-segmento                      pic 9(02).
            03 f17700-Desc-cest                     pic x(100).
            03 f17700-data-carga                    pic 9(08).
