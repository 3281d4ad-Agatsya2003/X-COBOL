       fd   pd17000.

       01   f17000-Veiculo_Entrega.
            03 f17000-CompanyCode                   pic 9(03).
            03 f17000-BranchCode                    pic 9(04).
            03 f17000-placa-veiculo                 pic x(07).
            03 f17000-Desc-veiculo                  pic x(40).
            03 f17000-cd-transportadora             pic 9(04).
            03 f17000-uf-veiculo                    pic x(02).
            03 f17000-capacidade-peso               pic 9(07)v9(02).
            03 f17000-capacidade-volumes            pic 9(05).
            03 f17000-StatusID                      pic x(01).
               88 f17000-veiculo-ativo                  value "A".
               88 f17000-veiculo-inativo                value "I".
