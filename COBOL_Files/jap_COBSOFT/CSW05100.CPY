            03 wf05100-qtde-unidade-venda          pic 9(09)v9(06).
            03 wf05100-custo-unitario              pic 9(09)v9(04).
            03 wf05100-Number-promocao             pic 9(06).
            03 wf05100-cd-class-trib               pic x(06).
            03 wf05100-base-ibs-cbs                pic 9(09)v9(02).
            03 wf05100-aliq-ibs                    pic 9(02)v9(04).
            03 wf05100-Value-ibs                   pic 9(09)v9(02).
            03 wf05100-aliq-cbs                    pic 9(02)v9(04).
            03 wf05100-Value-cbs                   pic 9(09)v9(02).
            03 filler                              pic x(13).
