       01   lw-Conta-Bancaria.
            03 lw-cd-forma-pagamento-conta         pic 9(02).
            03 lw-chave-pix-conta                  pic x(77).
            03 lw-cd-conta-bancaria                pic 9(03).
            03 lw-id-conta-bancaria                pic x(01).
               88 lw-conta-bancaria-encontrada         value "S".
               88 lw-conta-bancaria-caixa              value "N".
