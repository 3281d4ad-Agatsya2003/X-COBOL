       01   lw-Pontos.
            03 lw-cd-cliente-pontos                pic 9(09).
            03 lw-cpf-pontos                       pic 9(11).
            03 lw-id-movimento-pontos              pic x(01).
               88 lw-credito-pontos                    value "C".
               88 lw-resgate-pontos                    value "R".
               88 lw-expiracao-pontos                  value "E".
               88 lw-consulta-pontos                   value "S".
            03 lw-qtde-pontos                      pic 9(09).
            03 lw-data-movimento-pontos            pic 9(08).
            03 lw-Type-nota-pontos                 pic 9(02).
            03 lw-Number-documento-pontos          pic 9(09).
            03 lw-Series-documento-pontos          pic x(03).
            03 lw-Value-base-pontos                pic 9(09)v9(02).
            03 lw-Value-resgate-pontos             pic 9(09)v9(02).
            03 lw-saldo-pontos                     pic 9(09).
            03 lw-id-situacao-pontos               pic x(01).
               88 lw-pontos-registrados                value "S".
               88 lw-pontos-saldo-insuficiente         value "I".
               88 lw-pontos-sem-movimento              value "N".
               88 lw-pontos-erro-gravacao              value "E".
