       fd   pd16200.

       01   f16200-Compensacao_Nota_Debito.
            03 f16200-CompanyCode                   pic 9(03).
            03 f16200-BranchCode                    pic 9(04).
            03 f16200-Number-nota-debito            pic 9(09).
            03 f16200-Seq                           pic 9(03).
            03 f16200-Type-nota                     pic 9(02).
            03 f16200-Number-documento              pic 9(09).
            03 f16200-Series-documento              pic x(03).
            03 f16200-Value-compensado              pic 9(09)v9(02).
            03 f16200-data-compensacao              pic 9(08).
            03 f16200-UserID-operacao               pic 9(09).
