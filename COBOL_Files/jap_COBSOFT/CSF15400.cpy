       fd   pd15400.

       01   f15400-Faixa_Aprovacao_Requisicao.
            03 f15400-CompanyCode                   pic 9(03).
            03 f15400-BranchCode                    pic 9(04).
            03 f15400-Seq-faixa                     pic 9(02).
            03 f15400-Desc-faixa                    pic x(30).
            03 f15400-Value-limite                  pic 9(09)v9(02).
            03 f15400-UserID-aprovador              pic 9(11).
