       78   c-max-rank-clientes                     value 500.
       78   c-max-rank-vendedores                   value 200.

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW19100.cpy.

       01   ws-WorkFields.
            03 wid-arq-ranking                     pic x(200).
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-i-pd05100

            initialize                             lw-Parameters-assinatura
            if   lnk-execucao-background
                 move lnk-Line_Gyou-comando         to lw-Parameters-assinatura
            end-if

       exit.

      *>=================================================================================

            initialize                             f-Ranking

            *> Assinatura agendada (CS00139S): periodo pela linha de
            *> comando, sem tela; o arquivo gerado volta pelo mesmo campo
            if   lnk-execucao-background
            and  lw-execucao-assinatura
                 move lw-data-inicial-assinatura    to f-data-inicial
                 move lw-data-final-assinatura      to f-data-final
                 perform 2100-apura-ranking
                 move lw-Parameters-assinatura      to lnk-Line_Gyou-comando
                 exit section
            end-if

            perform 9000-StandardFrame
            display frm-Ranking

                 exit section
            end-if

            perform 2100-apura-ranking

       exit.

      *>=================================================================================
       2100-apura-ranking section.

            initialize                             ws-tabela-rank-produtos
                                                   ws-tabela-rank-clientes
                                                   ws-tabela-rank-vendedores

            *> Vendas (NF-e e NFC-e) somam; devolucoes de venda abatem do
            *> ranking no mesmo periodo
            *> Varredura pela data de operacao (chave-2), somente no periodo
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move f-data-inicial                     to f05000-data-operacao
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao greater f-data-final

                 if   f05000-nota-emitida

                      evaluate true
                           *> Devolucao de compra (CS40025C), remessa para
                           *> industrializacao (CS50004C) e remessa de
                           *> entrega futura saem como NF-e mas nao sao
                           *> venda: a venda ja entrou pela nota de simples
                           *> faturamento
                           when f05000-nota-Exit_Deguchi
                            and (f05000-nota-devolucao
                              or f05000-remessa-industrializacao
                              or f05000-remessa-entrega-futura)
                                continue
                           when f05000-nota-Exit_Deguchi
                             or f05000-nota-consumidor
                                move +1             to ws-sinal-movimento
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


            close arq-ranking

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "RANKING DE VENDAS " f-data-inicial " A " f-data-final
                   delimited by size into lw-ds-parametros-spool
            move wid-arq-ranking                    to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            move wid-arq-ranking                    to lw-arquivo-assinatura

            string "Ranking de Vendas gerado em " wid-arq-ranking into ws-Message_Messeji
            perform 9000-Message_Messeji

