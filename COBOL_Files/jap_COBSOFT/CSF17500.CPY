       fd   pd17500.

       01   f17500-Grade_Produto.
            03 f17500-CompanyCode                   pic 9(03).
            03 f17500-BranchCode                    pic 9(04).
            03 f17500-cd-Product-pai                pic 9(09).
            03 f17500-Seq-linha                     pic 9(02).
            03 f17500-Seq-coluna                    pic 9(02).
            03 f17500-valor-dimensao-1              pic x(10).
            03 f17500-valor-dimensao-2              pic x(10).
            03 f17500-ProductCode                   pic 9(09).
