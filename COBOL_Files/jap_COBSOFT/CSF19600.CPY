       fd   pd19600.

       01   f19600-Log_Envio_Canal.
            03 f19600-CompanyCode                   pic 9(03).
            03 f19600-cd-canal                      pic 9(03).
            03 f19600-seq-arquivo                   pic 9(06).
            03 f19600-data-envio                    pic 9(08).
            03 f19600-horario-envio                 pic 9(06).
            03 f19600-Type-envio                    pic x(01).
               88 f19600-envio-alteracoes               value "A".
               88 f19600-envio-esgotados                value "E".
               88 f19600-envio-completo                 value "C".
            03 f19600-arquivo-envio                 pic x(200).
            03 f19600-qtde-registros                pic 9(07).
            03 f19600-qtde-esgotados                pic 9(07).
            03 f19600-StatusID                      pic x(01).
               88 f19600-envio-gerado                   value "G".
               88 f19600-envio-conferido                value "C".
               88 f19600-envio-divergente               value "D".
            03 f19600-data-conferencia              pic 9(08).
            03 f19600-UserID-conferencia            pic 9(11).
