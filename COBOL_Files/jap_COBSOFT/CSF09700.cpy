               88 f09700-pix-cancelado                  value "X".
            03 f09700-data-geracao                  pic 9(08).
            03 f09700-data-liquidacao               pic 9(08).
            03 f09700-cd-conta-bancaria             pic 9(03).
