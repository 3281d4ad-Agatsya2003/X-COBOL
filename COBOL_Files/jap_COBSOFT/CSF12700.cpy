       fd   pd12700.

       01   f12700-Ativo_Imobilizado.
            03 f12700-CompanyCode                   pic 9(03).
            03 f12700-BranchCode                    pic 9(04).
            03 f12700-Number-ativo                  pic 9(09).
            03 f12700-ds-ativo                      pic x(55).
            03 f12700-Type-nota                     pic 9(02).
            03 f12700-Number-documento              pic 9(09).
            03 f12700-Series-documento              pic x(03).
            03 f12700-cd-fornecedor                 pic 9(09).
            03 f12700-data-aquisicao                pic 9(08).
            03 f12700-Value-aquisicao               pic 9(09)v9(02).
            03 f12700-conta-contabil                pic 9(09).
            03 f12700-vida-util-meses               pic 9(04).
            03 f12700-local-ativo                   pic x(30).
            03 f12700-id-ciap                       pic x(01).
               88 f12700-ativo-com-ciap                 value "S".
               88 f12700-ativo-sem-ciap                 value " ", "N".
            03 f12700-Value-icms-ciap               pic 9(09)v9(02).
            03 f12700-parcelas-ciap-apropriadas     pic 9(02).
            03 f12700-Value-depreciacao-acumulada   pic 9(09)v9(02).
            03 f12700-competencia-ultima-depreciacao pic 9(06).
            03 f12700-data-baixa                    pic 9(08).
            03 f12700-motivo-baixa                  pic x(60).
            03 f12700-StatusID                      pic x(01).
               88 f12700-ativo-ativo                    value "A".
               88 f12700-ativo-baixado                  value "B".
            03 f12700-data-inclusao                 pic 9(08).
            03 f12700-UserID-inclusao               pic 9(11).
