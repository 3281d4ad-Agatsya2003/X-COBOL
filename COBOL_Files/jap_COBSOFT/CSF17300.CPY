       fd   pd17300.

       01   f17300-Proposta_Transferencia.
            03 f17300-CompanyCode                   pic 9(03).
            03 f17300-BranchCode                    pic 9(04).
            03 f17300-Number-proposta               pic 9(09).
            03 f17300-Seq-proposta                  pic 9(04).
            03 f17300-data-proposta                 pic 9(08).
            03 f17300-ProductCode                   pic 9(09).
            03 f17300-ArmazemCode-Origem            pic 9(04).
            03 f17300-ArmazemCode-Destino           pic 9(04).
            03 f17300-qtde-necessaria               pic 9(09)v9(04).
            03 f17300-qtde-proposta                 pic 9(09)v9(04).
            03 f17300-qtde-nao-atendida             pic 9(09)v9(04).
            03 f17300-qtde-transferida              pic 9(09)v9(04).
            03 f17300-StatusID                      pic x(01).
               88 f17300-proposta-pendente              value "P".
               88 f17300-proposta-transferida           value "T".
               88 f17300-proposta-rejeitada             value "X".
            03 f17300-UserID-proposta               pic 9(09).
            03 f17300-data-aprovacao                pic 9(08).
            03 f17300-UserID-aprovacao              pic 9(09).
