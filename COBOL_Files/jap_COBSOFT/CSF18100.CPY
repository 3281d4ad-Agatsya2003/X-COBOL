       fd   pd18100.

       01   f18100-Regra_Fidelidade.
            03 f18100-CompanyCode                   pic 9(03).
            03 f18100-BranchCode                    pic 9(04).
            03 f18100-cd-categoria                  pic 9(09).
            03 f18100-pontos-por-real               pic 9(03)v9(02).
            03 f18100-UserID-operacao               pic 9(09).
            03 f18100-data-alteracao                pic 9(08).
