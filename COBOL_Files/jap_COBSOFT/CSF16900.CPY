       fd   pd16900.

       01   f16900-Motivo_Refugo.
            03 f16900-CompanyCode                   pic 9(03).
            03 f16900-BranchCode                    pic 9(04).
            03 f16900-cd-motivo-refugo              pic 9(03).
            03 f16900-Desc-motivo-refugo            pic x(40).
