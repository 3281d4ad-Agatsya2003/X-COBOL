       fd   pd15100.

       01   f15100-Cheque_Parcela.
            03 f15100-CompanyCode                   pic 9(03).
            03 f15100-BranchCode                    pic 9(04).
            03 f15100-cd-banco                      pic 9(03).
            03 f15100-agencia                       pic 9(05).
            03 f15100-conta-corrente                pic 9(12).
            03 f15100-Number-cheque                 pic 9(07).
            03 f15100-Type-nota                     pic 9(02).
            03 f15100-Number-documento              pic 9(09).
            03 f15100-Series-documento              pic x(03).
            03 f15100-Seq-parcela                   pic 9(02).
            03 f15100-Value-vinculado               pic 9(09)v9(02).
            03 f15100-Value-juros                   pic 9(09)v9(02).
            03 f15100-Seq-pagamento                 pic 9(04).
