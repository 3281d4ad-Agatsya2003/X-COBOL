       fd   pd18600.

       01   f18600-Regra_SoD.
            03 f18600-cd-regra                      pic 9(04).
            03 f18600-ds-regra                      pic x(55).
            03 f18600-id-risco                      pic x(01).
               88 f18600-risco-baixo                    value "B".
               88 f18600-risco-medio                    value "M".
               88 f18600-risco-alto                     value "A".
            03 f18600-qtde-minima                   pic 9(01).
            03 f18600-id-considera-consulta         pic x(01).
               88 f18600-considera-consulta             value "S".
               88 f18600-ignora-consulta                value " ", "N".
            03 f18600-ProgramCode-regra             pic x(08) occurs 6.
            03 f18600-StatusID                      pic x(01).
               88 f18600-regra-ativa                    value "A".
               88 f18600-regra-inativa                  value "I".
            03 f18600-data-cadastro                 pic 9(08).
            03 f18600-UserID-cadastro               pic 9(11).
