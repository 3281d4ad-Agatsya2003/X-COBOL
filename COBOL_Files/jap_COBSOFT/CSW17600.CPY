       01   lw-Ncm.
            03 lw-cd-ncm                           pic 9(08).
            03 lw-cest-ncm                         pic 9(07).
            03 lw-data-referencia-ncm              pic 9(08).
            03 lw-Desc-ncm                         pic x(100).
            03 lw-aliq-ipi-ncm                     pic 9(03)v9(02).
            03 lw-id-exige-cest                    pic x(01).
               88 lw-ncm-exige-cest                    value "S".
               88 lw-ncm-sem-cest                      value "N".
            03 lw-id-ncm                           pic x(01).
               88 lw-ncm-valido                        value "V".
               88 lw-ncm-inexistente                   value "I".
               88 lw-ncm-fora-vigencia                 value "E".
               88 lw-cest-ausente                      value "A".
               88 lw-cest-incompativel                 value "C".
            03 lw-Desc-situacao-ncm                pic x(40).
