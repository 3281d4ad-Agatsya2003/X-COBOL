      *>=================================================================================
      *> Itens aguardando decisao nas filas de aprovacao de uma Company_Kaisha:
      *> liberacao de credito (f07500), pagamento (f09800), recebimento fora
      *> de tolerancia (f09850), quarentena (f11500), requisicao de compra
      *> (f15500) e piso de margem (f18800), com valor e idade em horas
       9000-carrega-pendencias section.

            move zeros                              to ws-qtde-pendencias
            set  ws-pendencias-no-limite            to true

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            perform 9000-pendencias-credito
            perform 9000-pendencias-pagamento
            perform 9000-pendencias-recebimento
            perform 9000-pendencias-quarentena
            perform 9000-pendencias-requisicao
            perform 9000-pendencias-margem

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-pendencias-credito section.

            initialize                             f07500-Liberacao_Credito
            move ws-CompanyCode-pend                to f07500-CompanyCode
            move ws-BranchCode-pend                 to f07500-BranchCode
            set  f07500-liberacao-pendente          to true
            perform 9000-str-pd07500-nlss-1
            perform 9000-Read_Yomu-pd07500-nex
            perform until not ws-OperationOK
                       or f07500-CompanyCode not equal ws-CompanyCode-pend
                       or f07500-BranchCode  not equal ws-BranchCode-pend
                       or not f07500-liberacao-pendente

                 perform 9000-proxima-pendencia
                 if   ws-pendencias-excedidas
                      exit perform
                 end-if

                 set  ws-pend-credito(ws-ind-pend)  to true
                 string f07500-cd-cliente f07500-data-solicitacao f07500-horario-solicitacao
                        delimited by size into ws-chave-item-pend(ws-ind-pend)
                 string "CREDITO CLIENTE " f07500-cd-cliente
                        delimited by size into ws-referencia-pend(ws-ind-pend)
                 move f07500-Value-pedido           to ws-Value-pend(ws-ind-pend)
                 move f07500-data-solicitacao       to ws-data-pend(ws-ind-pend)
                 move f07500-horario-solicitacao    to ws-horario-pend(ws-ind-pend)
                 move f07500-UserID-solicitante     to ws-UserID-solicitante-pend(ws-ind-pend)
                 perform 9000-idade-pendencia

                 perform 9000-Read_Yomu-pd07500-nex
            end-perform

       exit.

      *>=================================================================================
       9000-pendencias-pagamento section.

            initialize                             f09800-Aprovacao_Pagar
            move ws-CompanyCode-pend                to f09800-CompanyCode
            move ws-BranchCode-pend                 to f09800-BranchCode
            set  f09800-aprovacao-pendente          to true
            move zeros                              to f09800-Number-documento
            perform 9000-str-pd09800-nlss-1
            perform 9000-Read_Yomu-pd09800-nex
            perform until not ws-OperationOK
                       or f09800-CompanyCode not equal ws-CompanyCode-pend
                       or f09800-BranchCode  not equal ws-BranchCode-pend
                       or not f09800-aprovacao-pendente

                 perform 9000-proxima-pendencia
                 if   ws-pendencias-excedidas
                      exit perform
                 end-if

                 set  ws-pend-pagamento(ws-ind-pend) to true
                 string f09800-Type-nota f09800-Number-documento f09800-Series-documento
                        delimited by size into ws-chave-item-pend(ws-ind-pend)
                 string "PAGAR NF " f09800-Number-documento "/" f09800-Series-documento
                        " FORN " f09800-cd-fornecedor
                        delimited by size into ws-referencia-pend(ws-ind-pend)
                 move f09800-Value-titulo           to ws-Value-pend(ws-ind-pend)
                 move f09800-data-solicitacao       to ws-data-pend(ws-ind-pend)
                 move f09800-horario-solicitacao    to ws-horario-pend(ws-ind-pend)
                 move f09800-UserID-solicitante     to ws-UserID-solicitante-pend(ws-ind-pend)
                 perform 9000-idade-pendencia

                 perform 9000-Read_Yomu-pd09800-nex
            end-perform

       exit.

      *>=================================================================================
       9000-pendencias-recebimento section.

            initialize                             f09850-Recebimento_Bloqueado
            move ws-CompanyCode-pend                to f09850-CompanyCode
            move ws-BranchCode-pend                 to f09850-BranchCode
            set  f09850-item-bloqueado              to true
            move zeros                              to f09850-Number-documento
            perform 9000-str-pd09850-nlss-1
            perform 9000-Read_Yomu-pd09850-nex
            perform until not ws-OperationOK
                       or f09850-CompanyCode not equal ws-CompanyCode-pend
                       or f09850-BranchCode  not equal ws-BranchCode-pend
                       or not f09850-item-bloqueado

                 perform 9000-proxima-pendencia
                 if   ws-pendencias-excedidas
                      exit perform
                 end-if

                 set  ws-pend-recebimento(ws-ind-pend) to true
                 string f09850-Number-documento f09850-Series-documento f09850-Seq
                        delimited by size into ws-chave-item-pend(ws-ind-pend)
                 string "RECEB NF " f09850-Number-documento "/" f09850-Series-documento
                        " ITEM " f09850-Seq
                        delimited by size into ws-referencia-pend(ws-ind-pend)
                 compute ws-Value-pend(ws-ind-pend) rounded =
                         f09850-qtde-recebida * f09850-Value-unitario
                 move f09850-data-bloqueio          to ws-data-pend(ws-ind-pend)
                 perform 9000-idade-pendencia

                 perform 9000-Read_Yomu-pd09850-nex
            end-perform

       exit.

      *>=================================================================================
       9000-pendencias-quarentena section.

            initialize                             f11500-Inspecao_Quarentena
            move ws-CompanyCode-pend                to f11500-CompanyCode
            move ws-BranchCode-pend                 to f11500-BranchCode
            set  f11500-em-quarentena               to true
            move zeros                              to f11500-Number-documento
            perform 9000-str-pd11500-nlss-1
            perform 9000-Read_Yomu-pd11500-nex
            perform until not ws-OperationOK
                       or f11500-CompanyCode not equal ws-CompanyCode-pend
                       or f11500-BranchCode  not equal ws-BranchCode-pend
                       or not f11500-em-quarentena

                 perform 9000-proxima-pendencia
                 if   ws-pendencias-excedidas
                      exit perform
                 end-if

                 set  ws-pend-quarentena(ws-ind-pend) to true
                 string f11500-Number-documento f11500-Series-documento f11500-Seq
                        delimited by size into ws-chave-item-pend(ws-ind-pend)
                 string "QUARENT NF " f11500-Number-documento "/" f11500-Series-documento
                        " ITEM " f11500-Seq
                        delimited by size into ws-referencia-pend(ws-ind-pend)
                 compute ws-Value-pend(ws-ind-pend) rounded =
                         f11500-qtde-quarentena * f11500-Value-unitario
                 move f11500-data-entrada           to ws-data-pend(ws-ind-pend)
                 perform 9000-idade-pendencia

                 perform 9000-Read_Yomu-pd11500-nex
            end-perform

       exit.

      *>=================================================================================
       9000-pendencias-requisicao section.

            initialize                             f15500-Requisicao_Compra
            move ws-CompanyCode-pend                to f15500-CompanyCode
            move ws-BranchCode-pend                 to f15500-BranchCode
            set  f15500-requisicao-pendente         to true
            move zeros                              to f15500-Number-requisicao
            perform 9000-str-pd15500-nlss-1
            perform 9000-Read_Yomu-pd15500-nex
            perform until not ws-OperationOK
                       or f15500-CompanyCode not equal ws-CompanyCode-pend
                       or f15500-BranchCode  not equal ws-BranchCode-pend
                       or not f15500-requisicao-pendente

                 perform 9000-proxima-pendencia
                 if   ws-pendencias-excedidas
                      exit perform
                 end-if

                 set  ws-pend-requisicao(ws-ind-pend) to true
                 move f15500-Number-requisicao      to ws-chave-item-pend(ws-ind-pend)
                 string "REQUISICAO " f15500-Number-requisicao " " f15500-Desc-item
                        delimited by size into ws-referencia-pend(ws-ind-pend)
                 move f15500-Value-estimado         to ws-Value-pend(ws-ind-pend)
                 move f15500-data-requisicao        to ws-data-pend(ws-ind-pend)
                 move f15500-UserID-requisitante    to ws-UserID-solicitante-pend(ws-ind-pend)
                 move f15500-UserID-aprovador-faixa to ws-UserID-aprovador-pend(ws-ind-pend)
                 perform 9000-idade-pendencia

                 perform 9000-Read_Yomu-pd15500-nex
            end-perform

       exit.

      *>=================================================================================
       9000-pendencias-margem section.

            initialize                             f18800-Liberacao_Margem
            move ws-CompanyCode-pend                to f18800-CompanyCode
            move ws-BranchCode-pend                 to f18800-BranchCode
            set  f18800-liberacao-pendente          to true
            move zeros                              to f18800-Seq-liberacao
            perform 9000-str-pd18800-nlss-1
            perform 9000-Read_Yomu-pd18800-nex
            perform until not ws-OperationOK
                       or f18800-CompanyCode not equal ws-CompanyCode-pend
                       or f18800-BranchCode  not equal ws-BranchCode-pend
                       or not f18800-liberacao-pendente

                 perform 9000-proxima-pendencia
                 if   ws-pendencias-excedidas
                      exit perform
                 end-if

                 set  ws-pend-margem(ws-ind-pend)   to true
                 move f18800-Seq-liberacao          to ws-chave-item-pend(ws-ind-pend)
                 string "MARGEM LIB " f18800-Seq-liberacao " PROD " f18800-ProductCode
                        delimited by size into ws-referencia-pend(ws-ind-pend)
                 move f18800-Value-item             to ws-Value-pend(ws-ind-pend)
                 move f18800-data-solicitacao       to ws-data-pend(ws-ind-pend)
                 move f18800-horario-solicitacao    to ws-horario-pend(ws-ind-pend)
                 move f18800-UserID-solicitante     to ws-UserID-solicitante-pend(ws-ind-pend)
                 perform 9000-idade-pendencia

                 perform 9000-Read_Yomu-pd18800-nex
            end-perform

       exit.

      *>=================================================================================
       9000-proxima-pendencia section.

            if   ws-qtde-pendencias not less 500
                 set  ws-pendencias-excedidas       to true
                 exit section
            end-if

            add  1                                  to ws-qtde-pendencias
            move ws-qtde-pendencias                 to ws-ind-pend
            initialize                             ws-pendencia(ws-ind-pend)

       exit.

      *>=================================================================================
      *> Filas que so guardam a data contam a idade desde a zero hora
       9000-idade-pendencia section.

            move zeros                              to ws-idade-horas-pend(ws-ind-pend)

            if   ws-data-pend(ws-ind-pend) equal zeros
            or   ws-data-pend(ws-ind-pend) greater ws-data-inv
                 exit section
            end-if

            move ws-horario-pend(ws-ind-pend)(01:02) to ws-hora-pend

            compute ws-idade-calc-pend =
                    (function integer-of-date(ws-data-inv)
                   - function integer-of-date(ws-data-pend(ws-ind-pend))) * 24
                   + ws-Hours-hh
                   - ws-hora-pend

            if   ws-idade-calc-pend greater zeros
                 move ws-idade-calc-pend            to ws-idade-horas-pend(ws-ind-pend)
            end-if

       exit.
