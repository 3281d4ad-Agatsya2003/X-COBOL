       fd   pd19400.

       01   f19400-Canal_Venda.
            03 f19400-CompanyCode                   pic 9(03).
            03 f19400-cd-canal                      pic 9(03).
            03 f19400-Desc-canal                    pic x(30).
            03 f19400-Type-canal                    pic x(01).
               88 f19400-canal-loja-web                 value "L".
               88 f19400-canal-marketplace              value "M".
            03 f19400-BranchCode-estoque            pic 9(04).
            03 f19400-BranchCode-tabela             pic 9(04).
            03 f19400-cd-tabela                     pic 9(03).
            03 f19400-qtde-seguranca                pic 9(09)v9(04).
            03 f19400-pasta-envio                   pic x(100).
            03 f19400-StatusID                      pic x(01).
               88 f19400-canal-ativo                    value "A".
               88 f19400-canal-inativo                  value "I".
            03 f19400-data-ultimo-envio             pic 9(08).
            03 f19400-horario-ultimo-envio          pic 9(06).
            03 f19400-seq-arquivo                   pic 9(06).
            03 f19400-UserID-operacao               pic 9(11).
