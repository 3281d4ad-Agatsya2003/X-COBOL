            03 f06100-BranchCode                    pic 9(04).
            03 f06100-cd-material                   pic 9(09).
            03 f06100-ArmazemCode                   pic 9(04).
            03 f06100-cd-fornecedor                 pic 9(09).
            03 f06100-qtde-disponivel               pic s9(09)v9(04).
            03 f06100-qtde-reservada                pic s9(09)v9(04).
            03 f06100-qtde-minima                   pic s9(09)v9(04).
