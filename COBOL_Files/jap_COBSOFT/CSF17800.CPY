       fd   pd17800.

       01   f17800-Regra_Markup.
            03 f17800-CompanyCode                   pic 9(03).
            03 f17800-BranchCode                    pic 9(04).
            03 f17800-id-nivel                      pic x(01).
               88 f17800-regra-categoria                value "C".
               88 f17800-regra-Product                  value "P".
            03 f17800-cd-referencia                 pic 9(09).
            03 f17800-perc-markup                   pic 9(03)v9(02).
            03 f17800-UserID-operacao               pic 9(09).
            03 f17800-data-alteracao                pic 9(08).
