       fd   pd16500.

       01   f16500-Centro_Trabalho.
            03 f16500-CompanyCode                   pic 9(03).
            03 f16500-BranchCode                    pic 9(04).
            03 f16500-cd-centro-trabalho            pic 9(04).
            03 f16500-Desc-centro-trabalho          pic x(40).
            03 f16500-capacidade-horas-dia          pic 9(03)v9(02).
            03 f16500-StatusID                      pic x(01).
               88 f16500-centro-ativo                   value "A".
               88 f16500-centro-inativo                 value "I".
