       fd   pd13400.

       01   f13400-Item_Entrega_Futura.
            03 f13400-CompanyCode                   pic 9(03).
            03 f13400-BranchCode                    pic 9(04).
            03 f13400-Number-documento              pic 9(09).
            03 f13400-Series-documento              pic x(03).
            03 f13400-ProductCode                   pic 9(09).
            03 f13400-cd-unidade-medida             pic 9(02).
            03 f13400-qtde-faturada                 pic 9(06)v9(04).
            03 f13400-qtde-entregue                 pic 9(06)v9(04).
            03 f13400-Value-unitario                pic 9(09)v9(02).
            03 f13400-data-ultima-remessa           pic 9(08).
