       fd   pd13200.

       01   f13200-Adicao_Importacao.
            03 f13200-CompanyCode                   pic 9(03).
            03 f13200-BranchCode                    pic 9(04).
            03 f13200-Number-documento              pic 9(09).
            03 f13200-Series-documento              pic x(03).
            03 f13200-Seq                           pic 9(09).
            03 f13200-ProductCode                   pic 9(09).
            03 f13200-nr-adicao                     pic 9(03).
            03 f13200-seq-adicao                    pic 9(03).
            03 f13200-Value-moeda-item              pic 9(09)v9(02).
            03 f13200-Value-aduaneiro               pic 9(09)v9(02).
            03 f13200-aliq-ii                       pic 9(03)v9(02).
            03 f13200-Value-ii                      pic 9(09)v9(02).
            03 f13200-Value-ipi-importacao          pic 9(09)v9(02).
            03 f13200-Value-pis-importacao          pic 9(09)v9(02).
            03 f13200-Value-cofins-importacao       pic 9(09)v9(02).
            03 f13200-Value-afrmm-rateio            pic 9(09)v9(02).
            03 f13200-Value-siscomex-rateio         pic 9(09)v9(02).
            03 f13200-Value-iof                     pic 9(09)v9(02).
