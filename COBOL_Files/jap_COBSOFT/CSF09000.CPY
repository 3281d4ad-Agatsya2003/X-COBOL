            03 f09000-data-ocorrencia               pic 9(08).
            03 f09000-cd-ocorrencia                 pic x(02).
            03 f09000-Value-pago                    pic 9(09)v9(02).
            03 f09000-cd-conta-bancaria             pic 9(03).
