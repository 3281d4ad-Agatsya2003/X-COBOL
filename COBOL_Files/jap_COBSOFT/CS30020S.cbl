       copy CSS12100.cpy.
       copy CSS06500.cpy.
       copy CSS08100.cpy.
       copy CSS12800.cpy.
       copy CSS13700.cpy.
       copy CSS13800.cpy.
       copy CSS15300.cpy.
       copy CSS17400.cpy.
       copy CSS19700.cpy.

            select arq-contabil assign to disk wid-arq-contabil
                 organization        is line sequential
       copy CSF12100.cpy.
       copy CSF06500.cpy.
       copy CSF08100.cpy.
       copy CSF12800.cpy.
       copy CSF13700.cpy.
       copy CSF13800.cpy.
       copy CSF15300.cpy.
       copy CSF17400.cpy.
       copy CSF19700.cpy.

       fd   arq-contabil.

       78   c-ProgramDesc                   value "EXPORTACAO CONTABIL".

       copy CSW00900.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 wid-arq-contabil                    pic x(200).
            03 ws-historico                        pic x(60).
            03 ws-doc-referencia                   pic x(30).
            03 ws-Type-evento                      pic x(02).
            03 ws-competencia                      pic 9(06).
            03 ws-Seq-lancamento                   pic 9(07).
            03 ws-contador-razao                   pic 9(07).
            03 ws-contador-rejeitados              pic 9(07).
            03 ws-cd-conta-valida                  pic 9(09).
            03 ws-id-razao                         pic x(01).
               88 ws-razao-liberado                    value "S".
               88 ws-razao-bloqueado                   value "N".
            03 ws-id-conta-valida                  pic x(01).
               88 ws-conta-valida                      value "S".
               88 ws-conta-invalida                    value "N".
            03 ws-id-inverte-partidas              pic x(01).
               88 ws-inverte-partidas                  value "S".
               88 ws-mantem-partidas                   value "N".
            03 ws-saldo-implantacao                pic s9(11)v9(02).
            03 ws-conta-troca                      pic 9(09).

       01   f-Contabil.
            03 f-ano-referencia                    pic 9(04).
            perform 9000-Open_Akeru-i-pd12100
            perform 9000-Open_Akeru-i-pd06500
            perform 9000-Open_Akeru-i-pd08100
            perform 9000-Open_Akeru-i-pd12800
            perform 9000-Open_Akeru-i-pd13700
            perform 9000-Open_Akeru-io-pd13800
            perform 9000-Open_Akeru-i-pd15300
            perform 9000-Open_Akeru-i-pd17400
            perform 9000-Open_Akeru-i-pd19700

       exit.

            end-if

            move zeros                              to ws-contador-lancamentos
                                                       ws-contador-razao
                                                       ws-contador-rejeitados
                                                       ws-Seq-lancamento

            *> Os lancamentos do periodo tambem so postados no razao
            *> (f13800); competencia contabil fechada no CS10040C (modulo
            *> C) aceita somente a exportacao
            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia

            initialize                             lw-Periodo
            move "C"                                to lw-modulo-periodo
            compute lw-data-movimento-periodo = (ws-competencia * 100) + 1
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 set  ws-razao-bloqueado            to true
                 move "Competencia contabil fechada - lancamentos no razao bloqueados, somente exportacao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            else
                 set  ws-razao-liberado             to true
                 perform 2100-limpa-razao-competencia
            end-if

            accept ws-data-inv                     from date yyyymmdd

            perform 2100-exporta-documentos
            perform 2100-exporta-baixas
            perform 2100-exporta-ajustes
            perform 2100-exporta-taxas-cartao
            perform 2100-exporta-depreciacao
            perform 2100-exporta-juros-emprestimos
            perform 2100-exporta-provisao-obsolescencia
            perform 2100-exporta-implantacao

            close arq-contabil

            string "Exportacao contabil com " ws-contador-lancamentos " lancamentos em " wid-arq-contabil into ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-razao-liberado
                 string "Razao contabil com " ws-contador-razao " lancamentos postados" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            if   ws-contador-rejeitados greater zeros
                 string ws-contador-rejeitados " lancamentos sem conta analitica no plano de contas ficaram fora do razao!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Emissoes (evento EM), devolucoes de compra (evento DC) e
      *> cancelamentos (evento CN) do periodo
       2100-exporta-documentos section.

            *> Varredura pela data de operacao (chave-2): o cancelamento do
            *> periodo pode ser de nota emitida em competencia anterior, mas
            *> nunca de nota emitida depois dela
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao(1:6) greater ws-competencia

                 move spaces                        to ws-doc-referencia
                 string "NF " f05000-Number-documento "/" f05000-Series-documento into ws-doc-referencia
                 *> compra lancada como venda
                 *> NFC-e (tipo 02) e NFS-e de servico (tipo 03) entram
                 *> como emisso ao lado da NF-e de saida
                 *> A devolucao de compra (CS40025C) sai como NF-e e vai
                 *> para o evento DC, que credita o Stock_Zaiko
                 *> A remessa para industrializacao (CS50004C) no transfere
                 *> a propriedade dos materiais e no gera lancamento
                 *> Na entrega futura a receita entra pela nota de simples
                 *> faturamento; a remessa vai para o evento RF (baixa do
                 *> Stock_Zaiko contra a obrigacao de entrega), sem nova
                 *> receita
                 if  (f05000-nota-Exit_Deguchi
                  or  f05000-nota-consumidor
                  or  f05000-nota-servico)
                 and  not f05000-remessa-industrializacao
                 and  f05000-data-operacao(1:4) equal f-ano-referencia
                 and  f05000-data-operacao(5:2) equal f-mes-referencia
                      evaluate true
                           when f05000-nota-devolucao
                                move "DC"           to ws-Type-evento
                           when f05000-remessa-entrega-futura
                                move "RF"           to ws-Type-evento
                           when other
                                move "EM"           to ws-Type-evento
                      end-evaluate
                      move f05000-data-operacao     to ws-data-lancamento
                      move f05000-Value-total       to ws-Value-lancamento
                      perform 2200-gravar-lancamento
                 end-if

                 *> Cancelamento da remessa de entrega futura estorna o RF
                 *> (partidas invertidas); nao ha receita a cancelar
                 if   f05000-nota-cancelada
                 and  f05000-Type-nota equal 01
                 and  f05000-data-Cancel_Sakujo(1:4) equal f-ano-referencia
                 and  f05000-data-Cancel_Sakujo(5:2) equal f-mes-referencia
                      move f05000-data-Cancel_Sakujo to ws-data-lancamento
                      move f05000-Value-total       to ws-Value-lancamento
                      if   f05000-remessa-entrega-futura
                           move "RF"                to ws-Type-evento
                           set  ws-inverte-partidas to true
                           perform 2200-gravar-lancamento
                           set  ws-mantem-partidas  to true
                      else
                           move "CN"                to ws-Type-evento
                           perform 2200-gravar-lancamento
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex

                 if   f02450-data-pagamento(1:4) equal f-ano-referencia
                 and  f02450-data-pagamento(5:2) equal f-mes-referencia
                      *> Titulo em moeda estrangeira: a baixa sai pela taxa da
                      *> emisso e a variacao cambial em evento proprio
                      move "BX"                     to ws-Type-evento
                      move f02450-data-pagamento    to ws-data-lancamento
                      compute ws-Value-lancamento =
                              f02450-Value-pago - f02450-Value-variacao-cambial
                      move spaces                   to ws-doc-referencia
                      string "REC " f02450-Number-documento "/" f02450-Seq-parcela into ws-doc-referencia
                      perform 2200-gravar-lancamento

                      if   f02450-Value-variacao-cambial greater zeros
                           move "VA"                to ws-Type-evento
                           move f02450-Value-variacao-cambial to ws-Value-lancamento
                           perform 2200-gravar-lancamento
                      end-if

                      if   f02450-Value-variacao-cambial less zeros
                           move "VP"                to ws-Type-evento
                           compute ws-Value-lancamento =
                                   0 - f02450-Value-variacao-cambial
                           perform 2200-gravar-lancamento
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd02450-nex

       exit.

      *>=================================================================================
      *> Depreciacao mensal do imobilizado calculada no CS40016C, um
      *> lancamento por bem pelo evento DP do Mapa_Contabil
       2100-exporta-depreciacao section.

            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia

            perform 9000-ultimo-dia-competencia

            initialize                             f12800-Movimento_Ativo
            move lnk-CompanyCode                    to f12800-CompanyCode
            move lnk-BranchCode                     to f12800-BranchCode
            move ws-competencia                    to f12800-competencia
            move zeros                             to f12800-Number-ativo
            perform 9000-str-pd12800-grt-1
            perform 9000-Read_Yomu-pd12800-nex
            perform until not ws-OperationOK
                       or f12800-CompanyCode  not equal lnk-CompanyCode
                       or f12800-BranchCode   not equal lnk-BranchCode
                       or f12800-competencia  not equal ws-competencia

                 if   f12800-Value-depreciacao greater zeros
                      move spaces                   to ws-doc-referencia
                      string "DEPREC BEM " f12800-Number-ativo into ws-doc-referencia
                      move "DP"                     to ws-Type-evento
                      move f12800-Value-depreciacao to ws-Value-lancamento
                      perform 2200-gravar-lancamento
                 end-if

                 perform 9000-Read_Yomu-pd12800-nex
            end-perform

       exit.

      *>=================================================================================
      *> Juros das parcelas de emprestimos (CS40021C) vencidas no mes pelo
      *> evento JE do Mapa_Contabil; a amortizacao e so baixa da divida
       2100-exporta-juros-emprestimos section.

            initialize                             f15300-Parcela_Emprestimo
            move lnk-CompanyCode                    to f15300-CompanyCode
            move lnk-BranchCode                     to f15300-BranchCode
            compute f15300-data-vencimento = (ws-competencia * 100) + 1
            perform 9000-str-pd15300-nlss-1
            perform 9000-Read_Yomu-pd15300-nex
            perform until not ws-OperationOK
                       or f15300-CompanyCode            not equal lnk-CompanyCode
                       or f15300-BranchCode             not equal lnk-BranchCode
                       or f15300-data-vencimento(1:6)   not equal ws-competencia

                 if   f15300-Value-juros greater zeros
                      move spaces                   to ws-doc-referencia
                      string "EMPREST " f15300-Number-contrato " P " f15300-Seq-parcela into ws-doc-referencia
                      move "JE"                     to ws-Type-evento
                      move f15300-data-vencimento   to ws-data-lancamento
                      move f15300-Value-juros       to ws-Value-lancamento
                      perform 2200-gravar-lancamento
                 end-if

                 perform 9000-Read_Yomu-pd15300-nex
            end-perform

       exit.

      *>=================================================================================
      *> Provisao para obsolescencia do Stock_Zaiko parado gerada no CS40026C,
      *> um lancamento por Product_Seihin/armazem pelo evento PO
       2100-exporta-provisao-obsolescencia section.

            perform 9000-ultimo-dia-competencia

            initialize                             f17400-Provisao_Obsolescencia
            move lnk-CompanyCode                    to f17400-CompanyCode
            move lnk-BranchCode                     to f17400-BranchCode
            move ws-competencia                     to f17400-competencia
            perform 9000-str-pd17400-nlss
            perform 9000-Read_Yomu-pd17400-nex
            perform until not ws-OperationOK
                       or f17400-CompanyCode  not equal lnk-CompanyCode
                       or f17400-BranchCode   not equal lnk-BranchCode
                       or f17400-competencia  not equal ws-competencia

                 if   f17400-Value-provisao greater zeros
                      move spaces                   to ws-doc-referencia
                      string "PROV OBSOL " f17400-ProductCode " ARM " f17400-ArmazemCode into ws-doc-referencia
                      move "PO"                     to ws-Type-evento
                      move f17400-Value-provisao    to ws-Value-lancamento
                      perform 2200-gravar-lancamento
                 end-if

                 perform 9000-Read_Yomu-pd17400-nex
            end-perform

       exit.

      *>=================================================================================
      *> Implantacao de saldos iniciais do CS00144S: um lancamento de
      *> contrapartida pelo evento IS com o liquido estoque + receber - pagar;
      *> liquido negativo inverte debito e credito do mapa
       2100-exporta-implantacao section.

            initialize                             f19700-Implantacao_Saldo
            move lnk-CompanyCode                    to f19700-CompanyCode
            move lnk-BranchCode                     to f19700-BranchCode
            perform 9000-str-pd19700-nlss
            perform 9000-Read_Yomu-pd19700-nex
            perform until not ws-OperationOK
                       or f19700-CompanyCode  not equal lnk-CompanyCode
                       or f19700-BranchCode   not equal lnk-BranchCode

                 if   f19700-data-implantacao(1:6) equal ws-competencia
                      compute ws-saldo-implantacao = f19700-Value-estoque
                                                   + f19700-Value-receber
                                                   - f19700-Value-pagar
                      if   ws-saldo-implantacao not equal zeros
                           move f19700-data-implantacao to ws-data-lancamento
                           move spaces              to ws-doc-referencia
                           string "IMPLANTACAO " f19700-seq-implantacao into ws-doc-referencia
                           move "IS"                to ws-Type-evento
                           if   ws-saldo-implantacao less zeros
                                set  ws-inverte-partidas to true
                                compute ws-Value-lancamento = ws-saldo-implantacao * -1
                           else
                                move ws-saldo-implantacao to ws-Value-lancamento
                           end-if
                           perform 2200-gravar-lancamento
                           set  ws-mantem-partidas  to true
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd19700-nex
            end-perform

       exit.

      *>=================================================================================
       2200-gravar-lancamento section.

                 exit section
            end-if

            if   ws-inverte-partidas
                 move f08100-conta-debito           to ws-conta-troca
                 move f08100-conta-credito          to f08100-conta-debito
                 move ws-conta-troca                to f08100-conta-credito
            end-if

            move ws-Value-lancamento               to ws-Value-lancamento-x

            move spaces                             to rs-arq-contabil

            add  1                                 to ws-contador-lancamentos

            if   ws-razao-liberado
                 perform 2300-lanca-razao
            end-if

       exit.

      *>=================================================================================
      *> Reprocessamento da competencia: o razao do mes  regerado por
      *> inteiro a partir dos movimentos
       2100-limpa-razao-competencia section.

            initialize                             f13800-Lancamento_Contabil
            move lnk-CompanyCode                    to f13800-CompanyCode
            move lnk-BranchCode                     to f13800-BranchCode
            move ws-competencia                     to f13800-competencia
            perform 9000-str-pd13800-nlss
            perform 9000-Read_Yomu-pd13800-nex
            perform until not ws-OperationOK
                       or f13800-CompanyCode  not equal lnk-CompanyCode
                       or f13800-BranchCode   not equal lnk-BranchCode
                       or f13800-competencia  not equal ws-competencia

                 perform 9000-Delete_Sakujo-pd13800
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f13800-Lancamento_Contabil - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd13800-nex
            end-perform

       exit.

      *>=================================================================================
      *> Partidas dobradas do lancamento: uma a debito e outra a credito,
      *> ambas em contas analiticas do plano de contas (CS10042C)
       2300-lanca-razao section.

            move f08100-conta-debito                to ws-cd-conta-valida
            perform 9000-valida-conta-analitica
            if   ws-conta-valida
                 move f08100-conta-credito          to ws-cd-conta-valida
                 perform 9000-valida-conta-analitica
            end-if

            if   ws-conta-invalida
                 add  1                             to ws-contador-rejeitados
                 exit section
            end-if

            add  1                                  to ws-Seq-lancamento

            initialize                             f13800-Lancamento_Contabil
            move lnk-CompanyCode                    to f13800-CompanyCode
            move lnk-BranchCode                     to f13800-BranchCode
            move ws-competencia                     to f13800-competencia
            move ws-Seq-lancamento                  to f13800-Seq-lancamento
            set  f13800-partida-debito              to true
            move f08100-conta-debito                to f13800-cd-conta
            move f08100-conta-credito               to f13800-cd-conta-contrapartida
            perform 9000-move-dados-partida
            perform 9000-Write_Kaku-pd13800
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f13800-Lancamento_Contabil - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  f13800-partida-credito             to true
            move f08100-conta-credito               to f13800-cd-conta
            move f08100-conta-debito                to f13800-cd-conta-contrapartida
            perform 9000-Write_Kaku-pd13800
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f13800-Lancamento_Contabil - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-contador-razao

       exit.

      *>=================================================================================
       9000-move-dados-partida section.

            move ws-data-lancamento                 to f13800-data-lancamento
            move ws-Value-lancamento                to f13800-Value-lancamento
            move ws-Type-evento                     to f13800-Type-evento
            move f08100-historico-Padrao            to f13800-historico
            move ws-doc-referencia                  to f13800-doc-referencia
            move ws-data-inv                        to f13800-data-geracao
            move function numval(lnk-UserID)        to f13800-UserID-geracao

       exit.

      *>=================================================================================
      *> Lancamento no ultimo dia do mes de referencia
       9000-ultimo-dia-competencia section.

            if   f-mes-referencia equal 12
                 compute ws-data-lancamento = (f-ano-referencia * 10000) + 1231
            else
                 compute ws-data-lancamento = function date-of-integer(
                         function integer-of-date((f-ano-referencia * 10000)
                                                + ((f-mes-referencia + 1) * 100) + 1) - 1)
            end-if

       exit.

      *>=================================================================================
       9000-valida-conta-analitica section.

            set  ws-conta-invalida                  to true

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move ws-cd-conta-valida                 to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   ws-OperationOK
            and  f13700-conta-analitica
                 set  ws-conta-valida               to true
            end-if

       exit.

      *>=================================================================================
            close pd12100
            close pd06500
            close pd08100
            close pd12800
            close pd13700
            close pd13800
            close pd15300
            close pd17400
            close pd19700

       exit.
      *>=================================================================================
       copy CSR12100.cpy.
       copy CSR06500.cpy.
       copy CSR08100.cpy.
       copy CSR12800.cpy.
       copy CSR13700.cpy.
       copy CSR13800.cpy.
       copy CSR15300.cpy.
       copy CSR17400.cpy.
       copy CSR19700.cpy.
