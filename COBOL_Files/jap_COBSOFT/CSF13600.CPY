       fd   pd13600.

       01   f13600-Item_Espelho_Intercompany.
            03 f13600-CompanyCode                   pic 9(03).
            03 f13600-BranchCode                    pic 9(04).
            03 f13600-Number-documento-origem       pic 9(09).
            03 f13600-Series-documento-origem       pic x(03).
            03 f13600-CompanyCode-origem            pic 9(03).
            03 f13600-BranchCode-origem             pic 9(04).
            03 f13600-Seq                           pic 9(09).
            03 f13600-ProductCode                   pic 9(09).
            03 f13600-cd-unidade-medida             pic 9(09).
            03 f13600-qtde                          pic 9(09)v9(06).
            03 f13600-Value-unitario                pic 9(09)v9(06).
            03 f13600-Value-total                   pic 9(09)v9(02).
            03 f13600-base-icms                     pic 9(09)v9(02).
            03 f13600-aliq-icms                     pic 9(09)v9(02).
            03 f13600-Value-icms                    pic 9(09)v9(02).
            03 f13600-aliq-ipi                      pic 9(09)v9(02).
            03 f13600-Value-ipi                     pic 9(09)v9(02).
            03 f13600-cfop-origem                   pic 9(04).
