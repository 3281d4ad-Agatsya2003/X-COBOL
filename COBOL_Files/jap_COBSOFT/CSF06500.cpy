               88 f06500-movimento-Entrada                value "E".
               88 f06500-movimento-Saida                  value "S".
               88 f06500-movimento-ajuste                 value "A".
               88 f06500-movimento-implantacao            value "I".
            03 f06500-qtde-disponivel-anterior      pic s9(09)v9(04).
            03 f06500-qtde-disponivel-nova          pic s9(09)v9(04).
            03 f06500-qtde-reservada-anterior       pic s9(09)v9(04).
