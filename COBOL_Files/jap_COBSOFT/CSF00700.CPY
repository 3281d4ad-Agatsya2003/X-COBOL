            03 f00700-id-bloqueia-ie-irregular      pic x(01).
               88 f00700-bloqueia-ie-irregular          value "S".
               88 f00700-avisa-ie-irregular             value " ", "N".
            03 f00700-dias-validade-reserva         pic 9(03).
            03 f00700-perc-provisao-ate-90          pic 9(03)v9(02).
            03 f00700-perc-provisao-ate-180         pic 9(03)v9(02).
            03 f00700-perc-provisao-ate-365         pic 9(03)v9(02).
            03 f00700-perc-provisao-acima-365       pic 9(03)v9(02).
            03 f00700-meses-validade-pontos         pic 9(03).
            03 f00700-Value-ponto-fidelidade        pic 9(03)v9(04).



