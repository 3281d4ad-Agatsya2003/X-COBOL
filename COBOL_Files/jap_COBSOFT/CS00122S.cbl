            move zeros                              to ws-faturado-dia
                                                       ws-faturado-mes

            *> Varredura pela data de operacao (chave-2), somente no mes
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            compute f05000-data-operacao = (ws-competencia * 100) + 1
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao(1:6) greater ws-competencia

                 if   f05000-nota-emitida
                 and  not f05000-nota-bonificacao
                 and  not f05000-nota-devolucao
                 and  not f05000-remessa-industrializacao
                 and  not f05000-remessa-entrega-futura
                 and (f05000-nota-Exit_Deguchi or f05000-nota-consumidor
                      or f05000-nota-servico)

                      add f05000-Value-total        to ws-faturado-mes

