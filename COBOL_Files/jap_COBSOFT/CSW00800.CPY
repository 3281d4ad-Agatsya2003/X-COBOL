       01   lw-Senha.
            03 lw-id-operacao-senha                pic x(01).
               88 lw-gerar-hash-senha                  value "G".
               88 lw-verificar-senha                   value "V".
            03 lw-senha-informada                  pic x(15).
            03 lw-senha-texto                      pic x(15).
            03 lw-id-formato-senha                 pic x(01).
               88 lw-formato-hash                      value "H".
               88 lw-formato-texto                     value " ", "T".
            03 lw-salt-senha                       pic x(16).
            03 lw-hash-senha                       pic x(40).
            03 lw-id-resultado-senha               pic x(01).
               88 lw-senha-confere                     value "S".
               88 lw-senha-nao-confere                 value "N".
            03 lw-id-migracao-senha                pic x(01).
               88 lw-senha-migrada                     value "S".
