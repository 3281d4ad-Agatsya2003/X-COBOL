            move wf05100-qtde-unidade-venda        to f05100-qtde-unidade-venda
            move wf05100-custo-unitario            to f05100-custo-unitario
            move wf05100-Number-promocao           to f05100-Number-promocao
            move wf05100-cd-class-trib             to f05100-cd-class-trib
            move wf05100-base-ibs-cbs              to f05100-base-ibs-cbs
            move wf05100-aliq-ibs                  to f05100-aliq-ibs
            move wf05100-Value-ibs                 to f05100-Value-ibs
            move wf05100-aliq-cbs                  to f05100-aliq-cbs
            move wf05100-Value-cbs                 to f05100-Value-cbs

       exit.
