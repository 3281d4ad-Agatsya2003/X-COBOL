       fd   pd17900.

       01   f17900-Proposta_Repreco.
            03 f17900-CompanyCode                   pic 9(03).
            03 f17900-BranchCode                    pic 9(04).
            03 f17900-ProductCode                   pic 9(09).
            03 f17900-cd-categoria                  pic 9(09).
            03 f17900-data-geracao                  pic 9(08).
            03 f17900-custo-medio                   pic 9(09)v9(04).
            03 f17900-preco-atual                   pic 9(09)v9(02).
            03 f17900-preco-novo                    pic 9(09)v9(02).
            03 f17900-id-nivel-regra                pic x(01).
            03 f17900-perc-markup                   pic 9(03)v9(02).
            03 f17900-perc-margem-atual             pic s9(05)v9(02).
            03 f17900-perc-margem-nova              pic s9(05)v9(02).
            03 f17900-perc-variacao                 pic s9(05)v9(02).
            03 f17900-id-situacao                   pic x(01).
               88 f17900-proposta-pendente              value "P".
               88 f17900-proposta-em-revisao            value "R".
               88 f17900-proposta-revisada              value "V".
               88 f17900-proposta-aplicada              value "A".
               88 f17900-proposta-rejeitada             value "X".
            03 f17900-data-vigencia                 pic 9(08).
            03 f17900-UserID-geracao                pic 9(09).
            03 f17900-UserID-revisao                pic 9(09).
            03 f17900-data-aplicacao                pic 9(08).
