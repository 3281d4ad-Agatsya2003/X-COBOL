       fd   pd14500.

       01   f14500-Regra_Retencao.
            03 f14500-CompanyCode                   pic 9(03).
            03 f14500-BranchCode                    pic 9(04).
            03 f14500-cd-tipo-servico               pic 9(04).
            03 f14500-Type-pessoa                   pic x(01).
            03 f14500-Desc-tipo-servico             pic x(40).
            03 f14500-cd-servico-lc116              pic x(05).
            03 f14500-cd-natureza-rendimento        pic 9(05).
            03 f14500-pct-irrf                      pic 9(02)v9(02).
            03 f14500-pct-inss                      pic 9(02)v9(02).
            03 f14500-pct-pis                       pic 9(02)v9(02).
            03 f14500-pct-cofins                    pic 9(02)v9(02).
            03 f14500-pct-csll                      pic 9(02)v9(02).
            03 f14500-pct-iss                       pic 9(02)v9(02).
            03 f14500-Value-minimo-retencao         pic 9(07)v9(02).
            03 f14500-StatusID                      pic x(01).
               88 f14500-regra-ativa                    value "A".
               88 f14500-regra-inativa                  value "I".
