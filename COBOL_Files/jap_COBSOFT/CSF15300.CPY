       fd   pd15300.

       01   f15300-Parcela_Emprestimo.
            03 f15300-CompanyCode                   pic 9(03).
            03 f15300-BranchCode                    pic 9(04).
            03 f15300-Number-contrato               pic 9(07).
            03 f15300-Seq-parcela                   pic 9(03).
            03 f15300-data-vencimento               pic 9(08).
            03 f15300-Value-amortizacao             pic 9(11)v9(02).
            03 f15300-Value-juros                   pic 9(11)v9(02).
            03 f15300-Value-parcela                 pic 9(11)v9(02).
            03 f15300-Value-saldo-devedor           pic 9(11)v9(02).
            03 f15300-Type-nota                     pic 9(02).
            03 f15300-Number-documento              pic 9(09).
            03 f15300-Series-documento              pic x(03).
