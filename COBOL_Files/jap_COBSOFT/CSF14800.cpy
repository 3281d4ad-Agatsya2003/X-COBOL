       fd   pd14800.

       01   f14800-Bordero_Desconto.
            03 f14800-CompanyCode                   pic 9(03).
            03 f14800-BranchCode                    pic 9(04).
            03 f14800-Number-bordero                pic 9(07).
            03 f14800-data-bordero                  pic 9(08).
            03 f14800-cd-conta-bancaria             pic 9(03).
            03 f14800-taxa-desconto                 pic 9(02)v9(04).
            03 f14800-qtde-parcelas                 pic 9(04).
            03 f14800-Value-bruto                   pic 9(11)v9(02).
            03 f14800-Value-desconto                pic 9(09)v9(02).
            03 f14800-Value-tarifas                 pic 9(07)v9(02).
            03 f14800-Value-liquido                 pic 9(11)v9(02).
            03 f14800-UserID-bordero                pic 9(09).
            03 f14800-StatusID                      pic x(01).
               88 f14800-bordero-aberto                 value "A".
               88 f14800-bordero-encerrado              value "E".
