       fd   pd15500.

       01   f15500-Requisicao_Compra.
            03 f15500-CompanyCode                   pic 9(03).
            03 f15500-BranchCode                    pic 9(04).
            03 f15500-Number-requisicao             pic 9(09).
            03 f15500-data-requisicao               pic 9(08).
            03 f15500-UserID-requisitante           pic 9(11).
            03 f15500-cd-centro-custo               pic 9(05).
            03 f15500-ProductCode                   pic 9(09).
            03 f15500-Desc-item                     pic x(55).
            03 f15500-qtde-requisitada              pic 9(06)v9(04).
            03 f15500-Value-unitario-estimado       pic 9(09)v9(02).
            03 f15500-Value-estimado                pic 9(09)v9(02).
            03 f15500-data-necessidade              pic 9(08).
            03 f15500-justificativa                 pic x(60).
            03 f15500-Seq-faixa                     pic 9(02).
            03 f15500-UserID-aprovador-faixa        pic 9(11).
            03 f15500-StatusID                      pic x(01).
               88 f15500-requisicao-pendente            value "P".
               88 f15500-requisicao-aprovada            value "A".
               88 f15500-requisicao-rejeitada           value "R".
               88 f15500-requisicao-atendida            value "C".
               88 f15500-requisicao-cancelada           value "X".
            03 f15500-UserID-aprovador              pic 9(11).
            03 f15500-data-decisao                  pic 9(08).
            03 f15500-motivo-decisao                pic x(60).
            03 f15500-id-delegacao                  pic x(01).
               88 f15500-aprovacao-delegada             value "S".
               88 f15500-aprovacao-titular              value " ", "N".
            03 f15500-UserID-delegante              pic 9(11).
            03 f15500-Number-pedido                 pic 9(09).
            03 f15500-Seq-item-pedido               pic 9(04).
            03 f15500-data-atendimento              pic 9(08).
