       fd   pd12900.

       01   f12900-Inventario_P7.
            03 f12900-CompanyCode                   pic 9(03).
            03 f12900-BranchCode                    pic 9(04).
            03 f12900-data-base                     pic 9(08).
            03 f12900-ProductCode                   pic 9(09).
            03 f12900-ncm                           pic 9(08).
            03 f12900-cd-categoria                  pic 9(09).
            03 f12900-unidade-medida                pic x(10).
            03 f12900-qtde-inventario               pic s9(09)v9(04).
            03 f12900-custo-unitario                pic 9(09)v9(04).
            03 f12900-Value-total                   pic s9(11)v9(02).
            03 f12900-data-geracao                  pic 9(08).
            03 f12900-UserID-geracao                pic 9(11).
