            03 f02400-CompanyCode                   pic 9(03).
            03 f02400-BranchCode                    pic 9(04).
            03 f02400-Type-nota                      pic 9(02).
               88 f02400-titulo-implantacao              value 99.
            03 f02400-Number-documento              pic 9(09).
            03 f02400-Series-documento                pic x(03).
               88 f02400-titulo-tarifa-cheque            value "910".
            03 f02400-Seq-parcela                   pic 9(02).
            03 f02400-cd-cliente                    pic 9(09).
            03 f02400-data-emissao                  pic 9(08).
               88 f02400-aberto                         value "A".
               88 f02400-quitado                        value "Q".
               88 f02400-renegociado                    value "R".
               88 f02400-descontado                     value "D".
               88 f02400-cheque-custodia                value "C".
            03 f02400-data-baixa                    pic 9(08).
            03 f02400-id-boleto                     pic x(01).
               88 f02400-boleto-emitido                 value "S".
               88 f02400-sem-boleto                     value " ", "N".
            03 f02400-Number-renegociacao           pic 9(09).
            03 f02400-Series-renegociacao            pic x(03).
            03 f02400-cd-moeda                      pic 9(03).
            03 f02400-taxa-cambio                   pic 9(05)v9(06).
            03 f02400-Value-total-moeda             pic 9(09)v9(02).
            03 f02400-Value-pago-moeda              pic 9(09)v9(02).
