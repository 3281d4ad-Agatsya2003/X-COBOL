       fd   pd17400.

       01   f17400-Provisao_Obsolescencia.
            03 f17400-CompanyCode                   pic 9(03).
            03 f17400-BranchCode                    pic 9(04).
            03 f17400-competencia                   pic 9(06).
            03 f17400-ProductCode                   pic 9(09).
            03 f17400-ArmazemCode                   pic 9(04).
            03 f17400-data-ultima-venda             pic 9(08).
            03 f17400-data-ultimo-movimento         pic 9(08).
            03 f17400-dias-sem-movimento            pic 9(05).
            03 f17400-faixa-aging                   pic 9(01).
               88 f17400-faixa-ate-90                   value 1.
               88 f17400-faixa-ate-180                  value 2.
               88 f17400-faixa-ate-365                  value 3.
               88 f17400-faixa-acima-365                value 4.
            03 f17400-qtde-estoque                  pic s9(09)v9(04).
            03 f17400-custo-medio                   pic 9(09)v9(04).
            03 f17400-Value-estoque                 pic 9(11)v9(02).
            03 f17400-perc-provisao                 pic 9(03)v9(02).
            03 f17400-Value-provisao                pic 9(11)v9(02).
            03 f17400-data-geracao                  pic 9(08).
            03 f17400-UserID-geracao                pic 9(09).
