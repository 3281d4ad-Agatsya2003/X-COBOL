       01   lw-Embalagem.
            03 lw-Type-parceiro-embalagem          pic x(01).
            03 lw-cd-parceiro-embalagem            pic 9(09).
            03 lw-ProductCode-embalagem            pic 9(09).
            03 lw-id-movimento-embalagem           pic x(01).
               88 lw-remessa-embalagem                 value "R".
               88 lw-retorno-embalagem                 value "D".
               88 lw-faturamento-embalagem             value "F".
            03 lw-qtde-embalagem                   pic 9(06)v9(04).
            03 lw-data-movimento-embalagem         pic 9(08).
            03 lw-Type-nota-embalagem              pic 9(02).
            03 lw-Number-documento-embalagem       pic 9(09).
            03 lw-Series-documento-embalagem       pic x(03).
            03 lw-cfop-embalagem                   pic 9(04).
            03 lw-Number-pedido-embalagem          pic 9(09).
            03 lw-saldo-embalagem                  pic 9(07)v9(04).
            03 lw-id-situacao-embalagem            pic x(01).
               88 lw-embalagem-registrada              value "S".
               88 lw-embalagem-nao-cadastrada          value "P".
               88 lw-embalagem-saldo-insuficiente      value "I".
               88 lw-embalagem-erro-gravacao           value "E".
