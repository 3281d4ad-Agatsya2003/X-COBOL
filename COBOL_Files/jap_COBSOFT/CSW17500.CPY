       01   lw-Grade.
            03 lw-cd-Product-pai-grade             pic 9(09).
            03 lw-ArmazemCode-grade                pic 9(04).
            03 lw-id-modo-grade                    pic x(01).
               88 lw-grade-digitacao                   value "D".
               88 lw-grade-consulta                    value "C".
            03 lw-qtde-itens-grade                 pic 9(03).
            03 lw-item-grade                       occurs 100.
               05 lw-ProductCode-grade             pic 9(09).
               05 lw-qtde-grade                    pic 9(06)v9(04).
            03 lw-id-grade                         pic x(01).
               88 lw-grade-confirmada                  value "S".
               88 lw-grade-vazia                       value "N".
