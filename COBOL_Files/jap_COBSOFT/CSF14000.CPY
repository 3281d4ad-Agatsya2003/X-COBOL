       fd   pd14000.

       01   f14000-Centro_Custo.
            03 f14000-CompanyCode                   pic 9(03).
            03 f14000-BranchCode                    pic 9(04).
            03 f14000-cd-centro-custo               pic 9(05).
            03 f14000-Desc-centro-custo             pic x(40).
            03 f14000-departamento                  pic x(30).
            03 f14000-UserID-responsavel            pic 9(11).
            03 f14000-id-centro-padrao              pic x(01).
               88 f14000-centro-padrao-compras          value "S".
               88 f14000-centro-comum                   value "N".
            03 f14000-cd-conta-despesa-padrao       pic 9(09).
            03 f14000-StatusID                      pic x(01).
               88 f14000-centro-ativo                   value "A".
               88 f14000-centro-inativo                 value "I".
