      $set sourceformat"free"
       program-id. CS40024C.
      *>=================================================================================
      *>
      *>              Avaliacao de Desempenho de Fornecedores (Scorecard)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01900.cpy.
       copy CSS07000.cpy.
       copy CSS07100.cpy.
       copy CSS09850.cpy.
       copy CSS11500.cpy.
       copy CSS15900.cpy.

            select arq-avaliacao assign to disk wid-arq-avaliacao
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01900.cpy.
       copy CSF07000.cpy.
       copy CSF07100.cpy.
       copy CSF09850.cpy.
       copy CSF11500.cpy.
       copy CSF15900.cpy.

       fd   arq-avaliacao.

       01   rs-arq-avaliacao                       pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40024C".
       78   c-ProgramDesc                   value "AVALIACAO DE FORNECEDORES".

       78   c-registrar-spool                      value "CS00123S".
       78   c-max-fornecedores                     value 500.
       78   c-max-historico                        value 12.

       *> Pesos dos indicadores na nota final
       78   c-peso-pontualidade                    value 35.
       78   c-peso-atendimento                     value 25.
       78   c-peso-qualidade                       value 25.
       78   c-peso-preco                           value 15.

       *> Nota minima de cada conceito
       78   c-nota-conceito-a                      value 90.
       78   c-nota-conceito-b                      value 75.
       78   c-nota-conceito-c                      value 60.

       *> Variacao de nota abaixo da qual o desempenho e tido como estavel
       78   c-variacao-estavel                     value 2.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-avaliacao                   pic x(200).
            03 ws-competencia                      pic 9(06).
            03 filler redefines ws-competencia.
               05 ws-competencia-ano               pic 9(04).
               05 ws-competencia-mes               pic 9(02).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-data-entrega                     pic 9(08).
            03 ws-status-lote                      pic x(01).
            03 ws-idx                              pic 9(03).
            03 ws-idx-2                            pic 9(03).
            03 ws-contador-fornecedores            pic 9(05).
            03 ws-contador-conceito-a              pic 9(05).
            03 ws-contador-conceito-b              pic 9(05).
            03 ws-contador-conceito-c              pic 9(05).
            03 ws-contador-conceito-d              pic 9(05).
            03 ws-qtde-atendida-item               pic 9(06)v9(04).
            03 ws-qtde-no-prazo-item               pic 9(06)v9(04).
            03 ws-soma-pesos                       pic 9(03).
            03 ws-soma-pontos                      pic 9(07)v9(04).
            03 ws-variacao                         pic s9(03)v9(02).
            03 ws-perc-x-1                         pic zz9,99.
            03 ws-perc-x-2                         pic zz9,99.
            03 ws-perc-x-3                         pic zz9,99.
            03 ws-perc-x-4                         pic zz9,99.
            03 ws-nota-x                           pic zz9,99.
            03 ws-variacao-x                       pic -zz9,99.
            03 ws-Desc-tendencia                   pic x(08).
            03 ws-id-encontrado                    pic x(01).
               88 ws-encontrado                        value "S".
               88 ws-nao-encontrado                    value "N".
            03 ws-id-avaliacao                     pic x(01).
               88 ws-avaliacao-existente               value "S".
               88 ws-avaliacao-nova                    value "N".

            *> Qualidade e preco apurados por Fornecedor na competencia,
            *> acumulados numa leitura unica das inspecoes e dos bloqueios
            03 ws-qt-apuracao                      pic 9(03).
            03 ws-tabela-apuracao.
               05 ws-ap-fornecedor occurs 500.
                  07 ws-ap-cd-fornecedor           pic 9(09).
                  07 ws-ap-qtde-inspecionada       pic 9(09)v9(04).
                  07 ws-ap-qtde-rejeitada          pic 9(09)v9(04).
                  07 ws-ap-qtde-bloqueios-preco    pic 9(05).

            *> Ultimas competencias avaliadas de um Fornecedor
            03 ws-qt-historico                     pic 9(03).
            03 ws-tabela-historico.
               05 ws-hi-competencia-avaliada occurs 12.
                  07 ws-hi-competencia             pic 9(06).
                  07 ws-hi-perc-pontualidade       pic 9(03)v9(02).
                  07 ws-hi-perc-atendimento        pic 9(03)v9(02).
                  07 ws-hi-perc-qualidade          pic 9(03)v9(02).
                  07 ws-hi-perc-preco              pic 9(03)v9(02).
                  07 ws-hi-nota                    pic 9(03)v9(02).
                  07 ws-hi-conceito                pic x(01).

       01   f-Avaliacao.
            03 f-competencia                       pic 9(06).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-qtde-itens-previstos              pic 9(05).
            03 f-qtde-recebimentos                 pic 9(05).
            03 f-qtde-bloqueios-preco              pic 9(05).
            03 f-perc-pontualidade                 pic zz9,99.
            03 f-perc-atendimento                  pic zz9,99.
            03 f-perc-qualidade                    pic zz9,99.
            03 f-perc-preco                        pic zz9,99.
            03 f-nota                              pic zz9,99.
            03 f-conceito                          pic x(01).
            03 f-data-apuracao                     pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Avaliacao.
            03 line 11 col 12   pic x(21) value "Competencia (aaaamm):".
            03 line 11 col 34   pic 9(06) from f-competencia.
            03 line 13 col 22   pic x(11) value "Fornecedor:".
            03 line 13 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 13 col 45   pic x(55) from f-razao-social.
            03 line 15 col 16   pic x(17) value "Itens Previstos:".
            03 line 15 col 34   pic 9(05) from f-qtde-itens-previstos.
            03 line 15 col 42   pic x(13) value "Recebimentos:".
            03 line 15 col 56   pic 9(05) from f-qtde-recebimentos.
            03 line 15 col 64   pic x(17) value "Bloqueios Preco:".
            03 line 15 col 82   pic 9(05) from f-qtde-bloqueios-preco.
            03 line 17 col 18   pic x(15) value "Pontualidade %:".
            03 line 17 col 34   pic zz9,99 from f-perc-pontualidade.
            03 line 17 col 44   pic x(14) value "Atendimento %:".
            03 line 17 col 59   pic zz9,99 from f-perc-atendimento.
            03 line 19 col 20   pic x(13) value "Qualidade %:".
            03 line 19 col 34   pic zz9,99 from f-perc-qualidade.
            03 line 19 col 50   pic x(08) value "Preco %:".
            03 line 19 col 59   pic zz9,99 from f-perc-preco.
            03 line 21 col 28   pic x(05) value "Nota:".
            03 line 21 col 34   pic zz9,99 from f-nota.
            03 line 21 col 47   pic x(09) value "Conceito:".
            03 line 21 col 59   pic x(01) from f-conceito.
            03 line 23 col 24   pic x(09) value "Apuracao:".
            03 line 23 col 34   pic 9(08) from f-data-apuracao.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-Control_Seigyo section.
            perform 1000-Initialization_Shokika
            perform 2000-Processing_Shori
            perform 3000-Finalization_Shuryo.
       0000-Exit_Deguchi.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-Initialization_Shokika section.

            initialize                             wf-FrameOptions

            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-i-pd07000
            perform 9000-Open_Akeru-i-pd07100
            perform 9000-Open_Akeru-i-pd09850
            perform 9000-Open_Akeru-i-pd11500
            perform 9000-Open_Akeru-io-pd15900

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

             perform until wf-Frame_Furemu-Return_Modoru

                 evaluate wf-Frame_Furemu
                      when 0
                           perform 8000-Screen_Gamen
                           perform 8000-FrameControl
                      when 9
                           perform 2999-FrameControl
                      when other
                           move "無効なフレーム!"   to ws-Message_Messeji
                           perform 9000-Message_Messeji
                 end-evaluate

            end-perform

       exit.
      *>=================================================================================
       2999-FrameControl section.

            perform 8000-accept-Option_Opushon

            evaluate wf-Option_Opushon
                when 01
                     perform 2100-Apurar-Competencia
                when 02
                     perform 2100-Query_Shokai
                when 03
                     perform 2100-Report_Competencia
                when 04
                     perform 2100-Report_Historico
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Apuracao mensal: pontualidade e atendimento pelos itens de Pedido
      *> de Compra com entrega prevista na competencia; qualidade pelos
      *> lotes inspecionados (CS40012C) e preco pelos bloqueios de
      *> tolerancia (CS40009C) do mes. A apuracao pode ser refeita
      *> e substitui a anterior da mesma competencia
       2100-Apurar-Competencia section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-accept-competencia
            if   ws-tecla-Cancela
                 exit section
            end-if

            move "Confirm_Kakunin apuracao da competencia? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd

            move zeros                              to ws-qt-apuracao
            initialize                             ws-tabela-apuracao

            perform 2200-apura-inspecoes
            perform 2200-apura-bloqueios

            move zeros                              to ws-contador-fornecedores

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move zeros                              to f01900-cd-fornecedor
            perform 9000-str-pd01900-grt
            perform 9000-Read_Yomu-pd01900-nex
            perform until not ws-OperationOK
                       or f01900-CompanyCode not equal lnk-CompanyCode
                       or f01900-BranchCode  not equal lnk-BranchCode

                 perform 2200-avalia-fornecedor

                 perform 9000-Read_Yomu-pd01900-nex
            end-perform

            string "Competencia " ws-competencia " apurada - " ws-contador-fornecedores
                   " Fornecedor(es) avaliado(s)." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Lotes com inspecao decidida na competencia, aprovados e rejeitados
       2200-apura-inspecoes section.

            move "A"                                to ws-status-lote
            perform 2300-apura-inspecoes-status
            move "R"                                to ws-status-lote
            perform 2300-apura-inspecoes-status

       exit.

      *>=================================================================================
       2300-apura-inspecoes-status section.

            initialize                             f11500-Inspecao_Quarentena
            move lnk-CompanyCode                    to f11500-CompanyCode
            move lnk-BranchCode                     to f11500-BranchCode
            move ws-status-lote                     to f11500-StatusID
            move zeros                              to f11500-Number-documento
            perform 9000-str-pd11500-nlss-1
            perform 9000-Read_Yomu-pd11500-nex
            perform until not ws-OperationOK
                       or f11500-CompanyCode not equal lnk-CompanyCode
                       or f11500-BranchCode  not equal lnk-BranchCode
                       or f11500-StatusID    not equal ws-status-lote

                 if   f11500-data-decisao not less    ws-data-inicial
                 and  f11500-data-decisao not greater ws-data-final
                      move f11500-cd-fornecedor     to f15900-cd-fornecedor
                      perform 9000-posiciona-apuracao
                      if   ws-encontrado
                           add f11500-qtde-quarentena to ws-ap-qtde-inspecionada(ws-idx)
                           if   f11500-inspecao-rejeitada
                                add f11500-qtde-quarentena to ws-ap-qtde-rejeitada(ws-idx)
                           end-if
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd11500-nex
            end-perform

       exit.

      *>=================================================================================
      *> Recebimentos bloqueados na competencia por preco fora da tolerancia
      *> do Pedido; os bloqueios por quantidade nao pesam neste indicador
       2200-apura-bloqueios section.

            initialize                             f09850-Recebimento_Bloqueado
            move lnk-CompanyCode                    to f09850-CompanyCode
            move lnk-BranchCode                     to f09850-BranchCode
            perform 9000-str-pd09850-nlss
            perform 9000-Read_Yomu-pd09850-nex
            perform until not ws-OperationOK
                       or f09850-CompanyCode not equal lnk-CompanyCode
                       or f09850-BranchCode  not equal lnk-BranchCode

                 if   f09850-data-bloqueio not less    ws-data-inicial
                 and  f09850-data-bloqueio not greater ws-data-final
                 and  f09850-motivo-bloqueio(1:5) equal "Preco"
                      move f09850-cd-fornecedor     to f15900-cd-fornecedor
                      perform 9000-posiciona-apuracao
                      if   ws-encontrado
                           add 1                    to ws-ap-qtde-bloqueios-preco(ws-idx)
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd09850-nex
            end-perform

       exit.

      *>=================================================================================
      *> Localiza (ou abre) a posicao do Fornecedor f15900-cd-fornecedor na
      *> tabela de apuracao; com a tabela cheia o Fornecedor fica de fora
       9000-posiciona-apuracao section.

            set ws-nao-encontrado                   to true

            perform varying ws-idx from 1 by 1 until ws-idx greater ws-qt-apuracao
                                                  or ws-encontrado
                 if   ws-ap-cd-fornecedor(ws-idx) equal f15900-cd-fornecedor
                      set ws-encontrado             to true
                 end-if
            end-perform

            if   ws-encontrado
                 subtract 1                         from ws-idx
                 exit section
            end-if

            if   ws-qt-apuracao less c-max-fornecedores
                 add 1                              to ws-qt-apuracao
                 move ws-qt-apuracao                to ws-idx
                 move f15900-cd-fornecedor          to ws-ap-cd-fornecedor(ws-idx)
                 set ws-encontrado                  to true
            end-if

       exit.

      *>=================================================================================
      *> Indicadores, nota e conceito de um Fornecedor na competencia
       2200-avalia-fornecedor section.

            *> Reapuracao da competencia substitui a avaliacao existente
            initialize                             f15900-Avaliacao_Fornecedor
            move lnk-CompanyCode                    to f15900-CompanyCode
            move lnk-BranchCode                     to f15900-BranchCode
            move f01900-cd-fornecedor               to f15900-cd-fornecedor
            move ws-competencia                     to f15900-competencia
            perform 9000-Read_Yomu-pd15900-ran
            if   ws-OperationOK
                 set ws-avaliacao-existente         to true
            else
                 set ws-avaliacao-nova              to true
            end-if

            initialize                             f15900-Avaliacao_Fornecedor
            move lnk-CompanyCode                    to f15900-CompanyCode
            move lnk-BranchCode                     to f15900-BranchCode
            move f01900-cd-fornecedor               to f15900-cd-fornecedor
            move ws-competencia                     to f15900-competencia

            *> Itens de Pedidos nao cancelados do Fornecedor
            initialize                             f07000-Pedido_Compra
            move lnk-CompanyCode                    to f07000-CompanyCode
            move lnk-BranchCode                     to f07000-BranchCode
            move f01900-cd-fornecedor               to f07000-cd-fornecedor
            perform 9000-str-pd07000-nlss-1
            perform 9000-Read_Yomu-pd07000-nex
            perform until not ws-OperationOK
                       or f07000-CompanyCode   not equal lnk-CompanyCode
                       or f07000-BranchCode    not equal lnk-BranchCode
                       or f07000-cd-fornecedor not equal f01900-cd-fornecedor

                 if   not f07000-pedido-cancelado
                      perform 2300-apura-itens-pedido
                 end-if

                 perform 9000-Read_Yomu-pd07000-nex
            end-perform

            move f01900-cd-fornecedor               to f15900-cd-fornecedor
            perform 9000-posiciona-apuracao
            if   ws-encontrado
                 move ws-ap-qtde-inspecionada(ws-idx)    to f15900-qtde-inspecionada
                 move ws-ap-qtde-rejeitada(ws-idx)       to f15900-qtde-rejeitada
                 move ws-ap-qtde-bloqueios-preco(ws-idx) to f15900-qtde-bloqueios-preco
            end-if

            *> Fornecedor sem movimento na competencia nao e avaliado
            if   f15900-qtde-itens-previstos   equal zeros
            and  f15900-qtde-recebimentos      equal zeros
            and  f15900-qtde-inspecionada      equal zeros
            and  f15900-qtde-bloqueios-preco   equal zeros
                 if   ws-avaliacao-existente
                      perform 9000-Delete_Sakujo-pd15900
                 end-if
                 exit section
            end-if

            perform 2300-calcula-nota

            move ws-data-inv                        to f15900-data-apuracao

            if   ws-avaliacao-existente
                 perform 9000-Rewrite_Kakinaosu-pd15900
            else
                 perform 9000-Write_Kaku-pd15900
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f15900-Avaliacao_Fornecedor - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add 1                                   to ws-contador-fornecedores

       exit.

      *>=================================================================================
       2300-apura-itens-pedido section.

            initialize                             f07100-item-Pedido_Compra
            move lnk-CompanyCode                    to f07100-CompanyCode
            move lnk-BranchCode                     to f07100-BranchCode
            move f07000-Number-pedido               to f07100-Number-pedido
            move zeros                              to f07100-Seq
            perform 9000-str-pd07100-nlss
            perform 9000-Read_Yomu-pd07100-nex
            perform until not ws-OperationOK
                       or f07100-CompanyCode    not equal lnk-CompanyCode
                       or f07100-BranchCode     not equal lnk-BranchCode
                       or f07100-Number-pedido  not equal f07000-Number-pedido

                 if   f07100-data-entrega-prevista greater zeros
                      move f07100-data-entrega-prevista to ws-data-entrega
                 else
                      move f07000-data-entrega-prevista to ws-data-entrega
                 end-if

                 if   ws-data-entrega not less    ws-data-inicial
                 and  ws-data-entrega not greater ws-data-final

                      *> Entrega acima do pedido nao melhora os indicadores
                      if   f07100-qtde-recebida greater f07100-qtde-pedida
                           move f07100-qtde-pedida  to ws-qtde-atendida-item
                      else
                           move f07100-qtde-recebida to ws-qtde-atendida-item
                      end-if
                      if   f07100-qtde-recebida-no-prazo greater f07100-qtde-pedida
                           move f07100-qtde-pedida  to ws-qtde-no-prazo-item
                      else
                           move f07100-qtde-recebida-no-prazo to ws-qtde-no-prazo-item
                      end-if

                      add 1                         to f15900-qtde-itens-previstos
                      add f07100-qtde-pedida        to f15900-qtde-pedida
                      add ws-qtde-atendida-item     to f15900-qtde-atendida
                      add ws-qtde-no-prazo-item     to f15900-qtde-no-prazo
                 end-if

                 if   f07100-data-ultimo-recebimento not less    ws-data-inicial
                 and  f07100-data-ultimo-recebimento not greater ws-data-final
                      add 1                         to f15900-qtde-recebimentos
                 end-if

                 perform 9000-Read_Yomu-pd07100-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Nota ponderada somente pelos indicadores com base na competencia;
      *> indicador sem base fica zerado e fora da ponderacao
       2300-calcula-nota section.

            move zeros                              to ws-soma-pesos
                                                       ws-soma-pontos

            if   f15900-qtde-pedida greater zeros
                 compute f15900-perc-pontualidade rounded =
                         f15900-qtde-no-prazo * 100 / f15900-qtde-pedida
                 compute f15900-perc-atendimento rounded =
                         f15900-qtde-atendida * 100 / f15900-qtde-pedida
                 compute ws-soma-pontos = ws-soma-pontos
                         + f15900-perc-pontualidade * c-peso-pontualidade
                         + f15900-perc-atendimento  * c-peso-atendimento
                 add c-peso-pontualidade c-peso-atendimento to ws-soma-pesos
            end-if

            if   f15900-qtde-inspecionada greater zeros
                 compute f15900-perc-qualidade rounded =
                         100 - (f15900-qtde-rejeitada * 100 / f15900-qtde-inspecionada)
                 compute ws-soma-pontos = ws-soma-pontos
                         + f15900-perc-qualidade * c-peso-qualidade
                 add c-peso-qualidade                to ws-soma-pesos
            end-if

            if   f15900-qtde-recebimentos    greater zeros
            or   f15900-qtde-bloqueios-preco greater zeros
                 compute f15900-perc-preco rounded =
                         100 - (f15900-qtde-bloqueios-preco * 100
                         / (f15900-qtde-recebimentos + f15900-qtde-bloqueios-preco))
                 compute ws-soma-pontos = ws-soma-pontos
                         + f15900-perc-preco * c-peso-preco
                 add c-peso-preco                    to ws-soma-pesos
            end-if

            if   ws-soma-pesos greater zeros
                 compute f15900-nota rounded = ws-soma-pontos / ws-soma-pesos
            end-if

            evaluate true
                when f15900-nota not less c-nota-conceito-a
                     set f15900-conceito-a          to true
                when f15900-nota not less c-nota-conceito-b
                     set f15900-conceito-b          to true
                when f15900-nota not less c-nota-conceito-c
                     set f15900-conceito-c          to true
                when other
                     set f15900-conceito-d          to true
            end-evaluate

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
      *> Quadro da competencia com todos os Fornecedores avaliados
       2100-Report_Competencia section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-accept-competencia
            if   ws-tecla-Cancela
                 exit section
            end-if

            string lnk-tmp-path delimited by "  "
                   "\SCORECARD_FORN_" ws-competencia ".TXT" delimited by size
                   into wid-arq-avaliacao
            open output arq-avaliacao
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-avaliacao
            string "AVALIACAO DE FORNECEDORES - COMPETENCIA "
                   ws-competencia-mes "/" ws-competencia-ano
                   delimited by size into rs-arq-avaliacao
            write rs-arq-avaliacao
            move spaces                             to rs-arq-avaliacao
            string "PESOS: PONTUALIDADE " c-peso-pontualidade
                   "% ATENDIMENTO " c-peso-atendimento
                   "% QUALIDADE " c-peso-qualidade
                   "% PRECO " c-peso-preco "%"
                   delimited by size into rs-arq-avaliacao
            write rs-arq-avaliacao
            move spaces                             to rs-arq-avaliacao
            write rs-arq-avaliacao
            move spaces                             to rs-arq-avaliacao
            string "FORNECEDOR RAZAO SOCIAL                              PONTUAL. ATENDIM. QUALID.  PRECO    NOTA   CONCEITO"
                   delimited by size into rs-arq-avaliacao
            write rs-arq-avaliacao

            move zeros                              to ws-contador-fornecedores
                                                       ws-contador-conceito-a
                                                       ws-contador-conceito-b
                                                       ws-contador-conceito-c
                                                       ws-contador-conceito-d

            initialize                             f15900-Avaliacao_Fornecedor
            move lnk-CompanyCode                    to f15900-CompanyCode
            move lnk-BranchCode                     to f15900-BranchCode
            move ws-competencia                     to f15900-competencia
            move zeros                              to f15900-cd-fornecedor
            perform 9000-str-pd15900-nlss-1
            perform 9000-Read_Yomu-pd15900-nex
            perform until not ws-OperationOK
                       or f15900-CompanyCode  not equal lnk-CompanyCode
                       or f15900-BranchCode   not equal lnk-BranchCode
                       or f15900-competencia  not equal ws-competencia

                 initialize                        f01900-fornecedor
                 move lnk-CompanyCode               to f01900-CompanyCode
                 move lnk-BranchCode                to f01900-BranchCode
                 move f15900-cd-fornecedor          to f01900-cd-fornecedor
                 perform 9000-Read_Yomu-pd01900-ran
                 if   not ws-OperationOK
                      move spaces                   to f01900-razao-social
                 end-if

                 move f15900-perc-pontualidade      to ws-perc-x-1
                 move f15900-perc-atendimento       to ws-perc-x-2
                 move f15900-perc-qualidade         to ws-perc-x-3
                 move f15900-perc-preco             to ws-perc-x-4
                 move f15900-nota                   to ws-nota-x

                 move spaces                        to rs-arq-avaliacao
                 string f15900-cd-fornecedor "  " f01900-razao-social(1:40)
                        "  " ws-perc-x-1 "   " ws-perc-x-2 "   " ws-perc-x-3
                        "   " ws-perc-x-4 "   " ws-nota-x "      " f15900-conceito
                        delimited by size into rs-arq-avaliacao
                 write rs-arq-avaliacao

                 add 1                              to ws-contador-fornecedores
                 evaluate true
                     when f15900-conceito-a
                          add 1                     to ws-contador-conceito-a
                     when f15900-conceito-b
                          add 1                     to ws-contador-conceito-b
                     when f15900-conceito-c
                          add 1                     to ws-contador-conceito-c
                     when other
                          add 1                     to ws-contador-conceito-d
                 end-evaluate

                 perform 9000-Read_Yomu-pd15900-nex
            end-perform

            move spaces                             to rs-arq-avaliacao
            write rs-arq-avaliacao
            move spaces                             to rs-arq-avaliacao
            string "FORNECEDORES AVALIADOS: " ws-contador-fornecedores
                   "  CONCEITO A: " ws-contador-conceito-a
                   "  B: " ws-contador-conceito-b
                   "  C: " ws-contador-conceito-c
                   "  D: " ws-contador-conceito-d
                   delimited by size into rs-arq-avaliacao
            write rs-arq-avaliacao

            close arq-avaliacao

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "AVALIACAO DE FORNECEDORES " ws-competencia delimited by size into lw-ds-parametros-spool
            move wid-arq-avaliacao                  to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-avaliacao into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Evolucao do Fornecedor nas ultimas competencias avaliadas, com a
      *> variacao da nota mes a mes e a tendencia do periodo
       2100-Report_Historico section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-accept-fornecedor
            if   ws-tecla-Cancela
                 exit section
            end-if

            *> Leitura de tras para frente a partir da competencia mais recente
            move zeros                              to ws-qt-historico
            initialize                             ws-tabela-historico

            initialize                             f15900-Avaliacao_Fornecedor
            move lnk-CompanyCode                    to f15900-CompanyCode
            move lnk-BranchCode                     to f15900-BranchCode
            move f-cd-fornecedor                    to f15900-cd-fornecedor
            move 999999                             to f15900-competencia
            perform 9000-str-pd15900-ngrt
            perform 9000-Read_Yomu-pd15900-pre
            perform until not ws-OperationOK
                       or f15900-CompanyCode   not equal lnk-CompanyCode
                       or f15900-BranchCode    not equal lnk-BranchCode
                       or f15900-cd-fornecedor not equal f-cd-fornecedor
                       or ws-qt-historico      not less c-max-historico

                 add 1                              to ws-qt-historico
                 move f15900-competencia            to ws-hi-competencia(ws-qt-historico)
                 move f15900-perc-pontualidade      to ws-hi-perc-pontualidade(ws-qt-historico)
                 move f15900-perc-atendimento       to ws-hi-perc-atendimento(ws-qt-historico)
                 move f15900-perc-qualidade         to ws-hi-perc-qualidade(ws-qt-historico)
                 move f15900-perc-preco             to ws-hi-perc-preco(ws-qt-historico)
                 move f15900-nota                   to ws-hi-nota(ws-qt-historico)
                 move f15900-conceito               to ws-hi-conceito(ws-qt-historico)

                 perform 9000-Read_Yomu-pd15900-pre
            end-perform

            if   ws-qt-historico equal zeros
                 string "Fornecedor sem avaliacao apurada! [" f-cd-fornecedor "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string lnk-tmp-path delimited by "  "
                   "\HIST_SCORECARD_" f-cd-fornecedor ".TXT" delimited by size
                   into wid-arq-avaliacao
            open output arq-avaliacao
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-avaliacao
            string "HISTORICO DE AVALIACAO - FORNECEDOR " f-cd-fornecedor
                   " - " f-razao-social
                   delimited by size into rs-arq-avaliacao
            write rs-arq-avaliacao
            move spaces                             to rs-arq-avaliacao
            write rs-arq-avaliacao
            move spaces                             to rs-arq-avaliacao
            string "COMPET.  PONTUAL. ATENDIM. QUALID.  PRECO    NOTA   CONCEITO VARIACAO EVOLUCAO"
                   delimited by size into rs-arq-avaliacao
            write rs-arq-avaliacao

            *> A tabela esta da mais recente para a mais antiga
            perform varying ws-idx from ws-qt-historico by -1 until ws-idx less 1

                 move ws-hi-perc-pontualidade(ws-idx) to ws-perc-x-1
                 move ws-hi-perc-atendimento(ws-idx)  to ws-perc-x-2
                 move ws-hi-perc-qualidade(ws-idx)    to ws-perc-x-3
                 move ws-hi-perc-preco(ws-idx)        to ws-perc-x-4
                 move ws-hi-nota(ws-idx)              to ws-nota-x

                 if   ws-idx equal ws-qt-historico
                      move zeros                    to ws-variacao
                      move spaces                   to ws-Desc-tendencia
                 else
                      compute ws-idx-2 = ws-idx + 1
                      compute ws-variacao = ws-hi-nota(ws-idx) - ws-hi-nota(ws-idx-2)
                      perform 9000-monta-Desc-tendencia
                 end-if
                 move ws-variacao                   to ws-variacao-x

                 move spaces                        to rs-arq-avaliacao
                 string ws-hi-competencia(ws-idx)(5:2) "/" ws-hi-competencia(ws-idx)(1:4)
                        "  " ws-perc-x-1 "   " ws-perc-x-2 "   " ws-perc-x-3
                        "   " ws-perc-x-4 "   " ws-nota-x "      " ws-hi-conceito(ws-idx)
                        "     " ws-variacao-x "  " ws-Desc-tendencia
                        delimited by size into rs-arq-avaliacao
                 write rs-arq-avaliacao

            end-perform

            *> Tendencia do periodo: da competencia mais antiga a mais recente
            compute ws-variacao = ws-hi-nota(1) - ws-hi-nota(ws-qt-historico)
            perform 9000-monta-Desc-tendencia
            move ws-variacao                        to ws-variacao-x

            move spaces                             to rs-arq-avaliacao
            write rs-arq-avaliacao
            move spaces                             to rs-arq-avaliacao
            string "TENDENCIA EM " ws-qt-historico " COMPETENCIA(S): " ws-Desc-tendencia
                   " (VARIACAO DA NOTA " ws-variacao-x ")"
                   delimited by size into rs-arq-avaliacao
            write rs-arq-avaliacao

            close arq-avaliacao

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "HISTORICO AVALIACAO FORNECEDOR " f-cd-fornecedor delimited by size into lw-ds-parametros-spool
            move wid-arq-avaliacao                  to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-avaliacao into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-monta-Desc-tendencia section.

            evaluate true
                when ws-variacao not less c-variacao-estavel
                     move "MELHORA"                 to ws-Desc-tendencia
                when ws-variacao not greater (0 - c-variacao-estavel)
                     move "PIORA"                   to ws-Desc-tendencia
                when other
                     move "ESTAVEL"                 to ws-Desc-tendencia
            end-evaluate

       exit.

      *>=================================================================================
       9000-accept-competencia section.

            perform 8000-ClearScreen

            move zeros                              to ws-competencia
            perform until (ws-competencia-ano greater zeros
                       and ws-competencia-mes greater zeros
                       and ws-competencia-mes not greater 12)
                       or ws-tecla-Cancela
                 accept f-competencia at line 11 col 34 with update auto-skip
                 move f-competencia                 to ws-competencia
            end-perform

            compute ws-data-inicial = ws-competencia * 100 + 1
            compute ws-data-final   = ws-competencia * 100 + 31

       exit.

      *>=================================================================================
       9000-accept-fornecedor section.

            perform until f-cd-fornecedor greater zeros or ws-tecla-Cancela
                 accept f-cd-fornecedor at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f-cd-fornecedor                    to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   ws-OperationOK
                 move f01900-razao-social           to f-razao-social
            else
                 move spaces                        to f-razao-social
            end-if
            display f-razao-social at line 13 col 45

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 9000-accept-competencia
            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            perform 9000-accept-fornecedor
            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f15900-Avaliacao_Fornecedor
            move lnk-CompanyCode                    to f15900-CompanyCode
            move lnk-BranchCode                     to f15900-BranchCode
            move f-cd-fornecedor                    to f15900-cd-fornecedor
            move ws-competencia                     to f15900-competencia
            perform 9000-Read_Yomu-pd15900-ran
            if   not ws-OperationOK
                 string "Avaliacao no apurada! [" f-cd-fornecedor " " ws-competencia "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f15900-qtde-itens-previstos        to f-qtde-itens-previstos
            move f15900-qtde-recebimentos           to f-qtde-recebimentos
            move f15900-qtde-bloqueios-preco        to f-qtde-bloqueios-preco
            move f15900-perc-pontualidade           to f-perc-pontualidade
            move f15900-perc-atendimento            to f-perc-atendimento
            move f15900-perc-qualidade              to f-perc-qualidade
            move f15900-perc-preco                  to f-perc-preco
            move f15900-nota                        to f-nota
            move f15900-conceito                    to f-conceito
            move f15900-data-apuracao               to f-data-apuracao

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01900
            close pd07000
            close pd07100
            close pd09850
            close pd11500
            close pd15900

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Avaliacao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Avaliacao

            perform 9000-StandardFrame
            display frm-Avaliacao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01900.cpy.
       copy CSR07000.cpy.
       copy CSR07100.cpy.
       copy CSR09850.cpy.
       copy CSR11500.cpy.
       copy CSR15900.cpy.
