               88 f00800-exige-2fa                     value "S".
               88 f00800-sem-2fa                       value " ", "N".
            03 f00800-codigo-recuperacao           pic x(08).
            03 f00800-id-formato-senha             pic x(01).
               88 f00800-senha-hash                    value "H".
               88 f00800-senha-texto                   value " ", "T".
            03 f00800-salt-senha                   pic x(16).
            03 f00800-hash-senha                   pic x(40).
            03 f00800-idioma                       pic x(02).
               88 f00800-idioma-portugues              value "PT", spaces.
               88 f00800-idioma-japones                value "JA".
               88 f00800-idioma-ingles                 value "EN".



