       fd   pd19200.

       01   f19200-Traducao_Texto.
            03 f19200-Type-texto                    pic x(01).
               88 f19200-texto-mensagem                 value "M".
               88 f19200-texto-titulo                   value "T".
               88 f19200-texto-menu                     value "N".
               88 f19200-texto-rotulo                   value "R".
            03 f19200-id-texto                      pic x(120).
            03 f19200-idioma                        pic x(02).
               88 f19200-idioma-portugues               value "PT".
               88 f19200-idioma-japones                 value "JA".
               88 f19200-idioma-ingles                  value "EN".
            03 f19200-texto                         pic x(560).
            03 f19200-data-alteracao                pic 9(08).
            03 f19200-UserID-operacao               pic 9(11).
            03 f19200-qtde-ocorrencias              pic 9(07).
            03 f19200-data-ultima-ocorrencia        pic 9(08).
