       fd   pd18500.

       01   f18500-Previsao_Demanda.
            03 f18500-CompanyCode                   pic 9(03).
            03 f18500-BranchCode                    pic 9(04).
            03 f18500-ProductCode                   pic 9(09).
            03 f18500-competencia                   pic 9(06).
            03 f18500-id-metodo                     pic x(01).
               88 f18500-metodo-media-movel             value "M".
               88 f18500-metodo-sazonal                 value "S".
            03 f18500-meses-media                   pic 9(02).
            03 f18500-qtde-calculada                pic 9(09)v9(04).
            03 f18500-qtde-ajustada                 pic 9(09)v9(04).
            03 f18500-id-ajuste                     pic x(01).
               88 f18500-previsao-ajustada              value "S".
               88 f18500-previsao-calculada             value " ", "N".
            03 f18500-erro-percentual               pic 9(03)v9(02).
            03 f18500-StatusID                      pic x(01).
               88 f18500-previsao-pendente              value "P".
               88 f18500-previsao-aprovada              value "A".
            03 f18500-data-calculo                  pic 9(08).
            03 f18500-UserID-calculo                pic 9(09).
            03 f18500-data-ajuste                   pic 9(08).
            03 f18500-UserID-ajuste                 pic 9(09).
            03 f18500-data-aprovacao                pic 9(08).
            03 f18500-UserID-aprovacao              pic 9(09).
