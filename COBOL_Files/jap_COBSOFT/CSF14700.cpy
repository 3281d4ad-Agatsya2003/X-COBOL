       fd   pd14700.

       01   f14700-Boleto_DDA.
            03 f14700-CompanyCode                   pic 9(03).
            03 f14700-BranchCode                    pic 9(04).
            03 f14700-linha-digitavel               pic x(47).
            03 f14700-cnpj-beneficiario             pic 9(14).
            03 f14700-Name-beneficiario             pic x(40).
            03 f14700-data-vencimento               pic 9(08).
            03 f14700-Value-boleto                  pic 9(09)v9(02).
            03 f14700-data-importacao               pic 9(08).
            03 f14700-cd-fornecedor                 pic 9(09).
            03 f14700-Type-nota                     pic 9(02).
            03 f14700-Number-documento              pic 9(09).
            03 f14700-Series-documento              pic x(03).
            03 f14700-StatusID                      pic x(01).
               88 f14700-dda-conciliado                 value "C".
               88 f14700-dda-pendente                   value "P".
