       fd   pd15200.

       01   f15200-Contrato_Emprestimo.
            03 f15200-CompanyCode                   pic 9(03).
            03 f15200-BranchCode                    pic 9(04).
            03 f15200-Number-contrato               pic 9(07).
            03 f15200-Desc-contrato                 pic x(40).
            03 f15200-Type-contrato                 pic x(01).
               88 f15200-contrato-finame                value "F".
               88 f15200-contrato-capital-giro          value "G".
               88 f15200-contrato-outros                value "O".
            03 f15200-cd-fornecedor                 pic 9(09).
            03 f15200-cd-conta-bancaria             pic 9(03).
            03 f15200-data-contrato                 pic 9(08).
            03 f15200-Value-principal               pic 9(11)v9(02).
            03 f15200-taxa-juros-mensal             pic 9(02)v9(04).
            03 f15200-sistema-amortizacao           pic x(01).
               88 f15200-sistema-sac                    value "S".
               88 f15200-sistema-price                  value "P".
            03 f15200-meses-carencia                pic 9(03).
            03 f15200-nr-parcelas                   pic 9(03).
            03 f15200-data-primeiro-vencimento      pic 9(08).
            03 f15200-Value-total-juros             pic 9(11)v9(02).
            03 f15200-UserID-contrato               pic 9(09).
            03 f15200-StatusID                      pic x(01).
               88 f15200-contrato-ativo                 value "A".
               88 f15200-contrato-liquidado             value "L".
