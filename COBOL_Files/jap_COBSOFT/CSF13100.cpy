       fd   pd13100.

       01   f13100-Declaracao_Importacao.
            03 f13100-CompanyCode                   pic 9(03).
            03 f13100-BranchCode                    pic 9(04).
            03 f13100-Number-documento              pic 9(09).
            03 f13100-Series-documento              pic x(03).
            03 f13100-cd-fornecedor                 pic 9(09).
            03 f13100-Type-declaracao               pic x(01).
               88 f13100-declaracao-di                  value "D".
               88 f13100-declaracao-duimp               value "U".
            03 f13100-Number-di                     pic x(15).
            03 f13100-data-di                       pic 9(08).
            03 f13100-local-desembaraco             pic x(60).
            03 f13100-uf-desembaraco                pic x(02).
            03 f13100-data-desembaraco              pic 9(08).
            03 f13100-via-transporte                pic 9(02).
            03 f13100-Type-intermedio               pic 9(01).
            03 f13100-cd-moeda                      pic 9(03).
            03 f13100-taxa-cambio                   pic 9(05)v9(06).
            03 f13100-Value-aduaneiro               pic 9(09)v9(02).
            03 f13100-Value-ii                      pic 9(09)v9(02).
            03 f13100-Value-afrmm                   pic 9(09)v9(02).
            03 f13100-Value-siscomex                pic 9(09)v9(02).
            03 f13100-data-registro                 pic 9(08).
            03 f13100-UserID-registro               pic 9(11).
