       fd   pd17600.

       01   f17600-Ncm_Tipi.
            03 f17600-CompanyCode                   pic 9(03).
            03 f17600-BranchCode                    pic 9(04).
            03 f17600-ncm                           pic 9(08).
            03 f17600-Desc-ncm                      pic x(100).
            03 f17600-aliq-ipi                      pic 9(03)v9(02).
            03 f17600-id-ipi-nt                     pic x(01).
               88 f17600-ipi-nao-tributado              value "S".
               88 f17600-ipi-tributado                  value " ", "N".
            03 f17600-data-inicio-vigencia          pic 9(08).
            03 f17600-data-fim-vigencia             pic 9(08).
            03 f17600-data-carga                    pic 9(08).
            03 f17600-UserID-carga                  pic 9(09).
