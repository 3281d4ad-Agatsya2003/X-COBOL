               88 f01800-sem-classe-abc                 value " ".
            03 f01800-data-classificacao            pic 9(08).
            03 f01800-data-contagem-ciclica         pic 9(08).
            03 f01800-id-grade                      pic x(01).
               88 f01800-Product-grade                  value "P".
               88 f01800-Product-variante               value "V".
               88 f01800-Product-sem-grade              value " ", "N".
            03 f01800-cd-Product-pai                pic 9(09).
            03 f01800-Desc-dimensao-1               pic x(15).
            03 f01800-Desc-dimensao-2               pic x(15).
            03 f01800-valor-dimensao-1              pic x(10).
            03 f01800-valor-dimensao-2              pic x(10).
            03 f01800-cest                          pic 9(07).
            03 f01800-aliq-ipi                      pic 9(03)v9(02).
            03 f01800-id-embalagem-retornavel       pic x(01).
               88 f01800-embalagem-retornavel           value "S".
            03 f01800-dias-retorno-embalagem        pic 9(03).
            03 f01800-vl-reposicao-embalagem        pic 9(09)v9(02).
