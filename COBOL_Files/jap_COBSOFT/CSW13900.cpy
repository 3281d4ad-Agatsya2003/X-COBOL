       01   lw-Rateio.
            03 lw-Type-nota-rateio                 pic 9(02).
            03 lw-Number-documento-rateio          pic 9(09).
            03 lw-Series-documento-rateio          pic x(03).
            03 lw-cd-fornecedor-rateio             pic 9(09).
            03 lw-data-emissao-rateio              pic 9(08).
            03 lw-Value-rateio                     pic 9(09)v9(02).
            03 lw-cd-centro-custo-rateio           pic 9(05).
            03 lw-id-rateio                        pic x(01).
               88 lw-rateio-gravado                    value "S".
               88 lw-rateio-sem-centro                 value "N".
