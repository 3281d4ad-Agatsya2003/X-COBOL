       fd   pd19500.

       01   f19500-Produto_Canal.
            03 f19500-CompanyCode                   pic 9(03).
            03 f19500-cd-canal                      pic 9(03).
            03 f19500-ProductCode                   pic 9(09).
            03 f19500-StatusID                      pic x(01).
               88 f19500-produto-publicado              value "P".
               88 f19500-produto-despublicado           value "D".
            03 f19500-qtde-enviada                  pic s9(09)v9(04).
            03 f19500-Value-enviado                 pic 9(09)v9(02).
            03 f19500-id-esgotado                   pic x(01).
               88 f19500-produto-esgotado               value "S".
               88 f19500-produto-disponivel             value "N".
            03 f19500-data-envio                    pic 9(08).
            03 f19500-horario-envio                 pic 9(06).
            03 f19500-seq-arquivo-envio             pic 9(06).
            03 f19500-UserID-operacao               pic 9(11).
