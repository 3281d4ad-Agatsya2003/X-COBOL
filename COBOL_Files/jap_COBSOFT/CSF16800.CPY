       fd   pd16800.

       01   f16800-Consumo_Apontamento.
            03 f16800-CompanyCode                   pic 9(03).
            03 f16800-BranchCode                    pic 9(04).
            03 f16800-Number-ordem                  pic 9(09).
            03 f16800-Seq-apontamento               pic 9(04).
            03 f16800-cd-material                   pic 9(09).
            03 f16800-ProductCode                   pic 9(09).
            03 f16800-qtde-padrao                   pic 9(09)v9(04).
            03 f16800-qtde-real                     pic 9(09)v9(04).
            03 f16800-custo-unitario                pic 9(09)v9(04).
