       fd   pd14100.

       01   f14100-Orcamento_Centro_Custo.
            03 f14100-CompanyCode                   pic 9(03).
            03 f14100-BranchCode                    pic 9(04).
            03 f14100-cd-centro-custo               pic 9(05).
            03 f14100-cd-conta-despesa              pic 9(09).
            03 f14100-competencia                   pic 9(06).
            03 f14100-Value-orcado                  pic 9(11)v9(02).
            03 f14100-data-atualizacao              pic 9(08).
            03 f14100-UserID-atualizacao            pic 9(11).
