       fd   pd15600.

       01   f15600-Cotacao_Compra.
            03 f15600-CompanyCode                   pic 9(03).
            03 f15600-BranchCode                    pic 9(04).
            03 f15600-Number-cotacao                pic 9(09).
            03 f15600-Desc-cotacao                  pic x(40).
            03 f15600-data-cotacao                  pic 9(08).
            03 f15600-data-limite-resposta          pic 9(08).
            03 f15600-UserID-cotacao                pic 9(11).
            03 f15600-StatusID                      pic x(01).
               88 f15600-cotacao-aberta                 value "A".
               88 f15600-cotacao-adjudicada             value "F".
               88 f15600-cotacao-cancelada              value "C".
            03 f15600-data-adjudicacao              pic 9(08).
            03 f15600-UserID-adjudicacao            pic 9(11).
