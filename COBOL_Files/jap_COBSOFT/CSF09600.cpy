            03 f09600-Seq-pagamento                 pic 9(04).
            03 f09600-data-importacao               pic 9(08).
            03 f09600-data-conciliacao              pic 9(08).
            03 f09600-cd-conta-bancaria             pic 9(03).
