            03 f01400-Type-pessoa                  pic x(01).
               88 f01400-pessoa-fisica                 value "F".
               88 f01400-pessoa-juridica               value "J".
               88 f01400-pessoa-estrangeira            value "E".
            03 f01400-cgc                          pic 9(14).
            03 f01400-ie                           pic x(11).
            03 f01400-id-Street_Jusho                pic 9(09).
               88 f01400-sefaz-irregular                value "I".
               88 f01400-sefaz-nao-consultada           value " ", "N".
            03 f01400-cd-cliente-sucessor           pic 9(09).
            03 f01400-cd-pais                       pic 9(09).
            03 f01400-id-estrangeiro                pic x(20).
            03 f01400-Address-exterior              pic x(55).
            03 f01400-City-exterior                 pic x(55).
