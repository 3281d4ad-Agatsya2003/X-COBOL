       fd   pd18800.

       01   f18800-Liberacao_Margem.
            03 f18800-CompanyCode                   pic 9(03).
            03 f18800-BranchCode                    pic 9(04).
            03 f18800-Seq-liberacao                 pic 9(09).
            03 f18800-ProductCode                   pic 9(09).
            03 f18800-cd-cliente                    pic 9(09).
            03 f18800-qtde-item                     pic 9(06)v9(04).
            03 f18800-preco-liquido                 pic 9(09)v9(02).
            03 f18800-preco-minimo                  pic 9(09)v9(02).
            03 f18800-Value-item                    pic 9(09)v9(02).
            03 f18800-motivo-solicitacao            pic x(40).
            03 f18800-data-solicitacao              pic 9(08).
            03 f18800-horario-solicitacao           pic 9(06).
            03 f18800-UserID-solicitante            pic 9(11).
            03 f18800-StatusID                      pic x(01).
               88 f18800-liberacao-pendente             value "P".
               88 f18800-liberacao-aprovada             value "A".
               88 f18800-liberacao-rejeitada            value "R".
               88 f18800-liberacao-utilizada            value "U".
            03 f18800-UserID-aprovador              pic 9(11).
            03 f18800-data-decisao                  pic 9(08).
            03 f18800-motivo-decisao                pic x(60).
