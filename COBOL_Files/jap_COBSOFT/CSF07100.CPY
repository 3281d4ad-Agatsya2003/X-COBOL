            03 f07100-data-entrega-prevista         pic 9(08).
            03 f07100-Value-unitario-moeda          pic 9(09)v9(02).
            03 f07100-Value-total-moeda             pic 9(09)v9(02).
            03 f07100-data-ultimo-recebimento       pic 9(08).
            03 f07100-qtde-recebida-no-prazo        pic 9(06)v9(04).
