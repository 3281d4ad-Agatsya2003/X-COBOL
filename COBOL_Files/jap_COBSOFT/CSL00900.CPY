            03 lnk-Parameters-emissao.
               05 lnk-Number-documento             pic 9(09).
               05 lnk-Series-documento              pic 9(03).
            03 lnk-Option_Opushon-inicial              pic 9(002).
            03 lnk-idioma                          pic x(002).
               88 lnk-idioma-portugues                 value "PT", spaces.
               88 lnk-idioma-japones                   value "JA".
               88 lnk-idioma-ingles                    value "EN".

