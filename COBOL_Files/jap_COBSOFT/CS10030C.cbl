
            move zeros                              to ws-Value-realizado

            *> Varredura pela data de operacao (chave-2), somente na competencia
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            compute f05000-data-operacao = (ws-competencia-apuracao * 100) + 1
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao(1:6) greater ws-competencia-apuracao

                 if   f05000-nota-emitida

                      evaluate true
                           when (f05000-nota-Exit_Deguchi
                              or f05000-nota-consumidor)
                            and not f05000-nota-bonificacao
                            and not f05000-nota-devolucao
                            and not f05000-remessa-industrializacao
                            and not f05000-remessa-entrega-futura
                                if   f05000-cd-vendedor equal f-cd-vendedor
                                     add f05000-Value-total
                                                    to ws-Value-realizado
                 move f05000-cd-vendedor            to ws-cd-vendedor-origem
            end-if

            *> Retoma a posicao da varredura no documento de devolucao; a
            *> leitura direta troca a chave de referencia para a primaria,
            *> entao a varredura e reiniciada pela data e avancada ate ele
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move ws-ret-Number-documento            to f05000-Number-documento
            move ws-ret-Series-documento             to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or (f05000-Type-nota        equal ws-ret-Type-nota
                       and f05000-Number-documento equal ws-ret-Number-documento
                       and f05000-Series-documento equal ws-ret-Series-documento)
                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

       exit.

