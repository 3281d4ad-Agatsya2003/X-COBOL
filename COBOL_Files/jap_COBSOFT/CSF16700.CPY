       fd   pd16700.

       01   f16700-Apontamento_Producao.
            03 f16700-CompanyCode                   pic 9(03).
            03 f16700-BranchCode                    pic 9(04).
            03 f16700-Number-ordem                  pic 9(09).
            03 f16700-Seq-apontamento               pic 9(04).
            03 f16700-ProductCode                   pic 9(09).
            03 f16700-data-apontamento              pic 9(08).
            03 f16700-horario-apontamento           pic 9(06).
            03 f16700-qtde-boa                      pic 9(06)v9(04).
            03 f16700-qtde-refugo                   pic 9(06)v9(04).
            03 f16700-cd-motivo-refugo              pic 9(03).
            03 f16700-custo-materiais               pic 9(09)v9(04).
            03 f16700-custo-unitario                pic 9(09)v9(04).
            03 f16700-UserID-apontamento            pic 9(09).
