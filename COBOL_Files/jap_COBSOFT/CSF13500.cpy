       fd   pd13500.

       01   f13500-Espelho_Intercompany.
            03 f13500-CompanyCode                   pic 9(03).
            03 f13500-BranchCode                    pic 9(04).
            03 f13500-Number-documento-origem       pic 9(09).
            03 f13500-Series-documento-origem       pic x(03).
            03 f13500-CompanyCode-origem            pic 9(03).
            03 f13500-BranchCode-origem             pic 9(04).
            03 f13500-cnpj-emitente                 pic 9(14).
            03 f13500-cd-cliente-origem             pic 9(09).
            03 f13500-chave-acesso                  pic x(44).
            03 f13500-data-emissao                  pic 9(08).
            03 f13500-id-operacao                   pic x(01).
               88 f13500-espelho-venda                  value "V".
               88 f13500-espelho-bonificacao            value "B".
            03 f13500-Value-total                   pic 9(09)v9(02).
            03 f13500-Value-total-produtos          pic 9(09)v9(02).
            03 f13500-base-icms                     pic 9(09)v9(02).
            03 f13500-Value-icms                    pic 9(09)v9(02).
            03 f13500-Value-ipi                     pic 9(09)v9(02).
            03 f13500-Value-frete                   pic 9(09)v9(02).
            03 f13500-Value-seguro                  pic 9(09)v9(02).
            03 f13500-Value-outras-despesas         pic 9(09)v9(02).
            03 f13500-status-espelho                pic x(01).
               88 f13500-espelho-pendente               value "P".
               88 f13500-espelho-lancado                value "L".
               88 f13500-espelho-cancelado              value "C".
            03 f13500-cd-fornecedor                 pic 9(09).
            03 f13500-Number-documento-entrada      pic 9(09).
            03 f13500-Series-documento-entrada      pic x(03).
            03 f13500-data-lancamento               pic 9(08).
            03 f13500-Value-lancado                 pic 9(09)v9(02).
            03 f13500-UserID-lancamento             pic 9(11).
