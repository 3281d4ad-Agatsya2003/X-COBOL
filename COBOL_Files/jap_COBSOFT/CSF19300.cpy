       fd   pd19300.

       01   f19300-Controle_Extracao.
            03 f19300-CompanyCode                   pic 9(03).
            03 f19300-Type-extracao                 pic x(04).
               88 f19300-extracao-bi                    value "DWBI".
            03 f19300-data-ultima-extracao          pic 9(08).
            03 f19300-horario-ultima-extracao       pic 9(06).
            03 f19300-modo-extracao                 pic x(01).
               88 f19300-extracao-completa              value "C".
               88 f19300-extracao-incremental           value "I".
            03 f19300-data-inicial-extracao         pic 9(08).
            03 f19300-qtde-registros                pic 9(09).
            03 f19300-qtde-arquivos                 pic 9(03).
            03 f19300-UserID-operacao               pic 9(11).
