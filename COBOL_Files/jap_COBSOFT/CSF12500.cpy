       fd   pd12500.

       01   f12500-CTe_Nota.
            03 f12500-CompanyCode                   pic 9(03).
            03 f12500-BranchCode                    pic 9(04).
            03 f12500-chave-cte                     pic x(44).
            03 f12500-Seq                           pic 9(03).
            03 f12500-chave-nfe                     pic x(44).
            03 f12500-id-vinculo                    pic x(01).
               88 f12500-nota-vinculada                 value "S".
               88 f12500-nota-nao-localizada            value "N".
            03 f12500-Type-nota                     pic 9(02).
            03 f12500-Number-documento              pic 9(09).
            03 f12500-Series-documento              pic x(03).
            03 f12500-peso-bruto                    pic 9(09)v9(04).
