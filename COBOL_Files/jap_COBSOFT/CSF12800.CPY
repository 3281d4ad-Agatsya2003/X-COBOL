       fd   pd12800.

       01   f12800-Movimento_Ativo.
            03 f12800-CompanyCode                   pic 9(03).
            03 f12800-BranchCode                    pic 9(04).
            03 f12800-Number-ativo                  pic 9(09).
            03 f12800-competencia                   pic 9(06).
            03 f12800-Value-depreciacao             pic 9(09)v9(02).
            03 f12800-conta-contabil                pic 9(09).
            03 f12800-id-ciap                       pic x(01).
               88 f12800-movimento-com-ciap             value "S".
               88 f12800-movimento-sem-ciap             value " ", "N".
            03 f12800-parcela-ciap                  pic 9(02).
            03 f12800-Value-icms-parcela            pic 9(09)v9(02).
            03 f12800-Value-saidas-tributadas       pic 9(11)v9(02).
            03 f12800-Value-saidas-total            pic 9(11)v9(02).
            03 f12800-fator-ciap                    pic 9(01)v9(08).
            03 f12800-Value-parcela-ciap            pic 9(09)v9(02).
            03 f12800-data-calculo                  pic 9(08).
            03 f12800-UserID-calculo                pic 9(11).
