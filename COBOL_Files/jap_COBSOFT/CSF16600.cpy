       fd   pd16600.

       01   f16600-Roteiro_Producao.
            03 f16600-CompanyCode                   pic 9(03).
            03 f16600-BranchCode                    pic 9(04).
            03 f16600-ProductCode                   pic 9(09).
            03 f16600-Seq-operacao                  pic 9(03).
            03 f16600-Desc-operacao                 pic x(40).
            03 f16600-cd-centro-trabalho            pic 9(04).
            03 f16600-tempo-setup-horas             pic 9(03)v9(02).
            03 f16600-tempo-unitario-horas          pic 9(03)v9(04).
