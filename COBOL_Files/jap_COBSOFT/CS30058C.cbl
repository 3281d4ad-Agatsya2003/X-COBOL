      $set sourceformat"free"
       program-id. CS30058C.
      *>=================================================================================
      *>
      *>     OTIF e Nivel de Atendimento dos Pedidos de Venda
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01400.cpy.
       copy CSS01800.cpy.
       copy CSS05000.cpy.
       copy CSS07300.cpy.
       copy CSS07400.cpy.
       copy CSS07500.cpy.
       copy CSS18400.cpy.

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01400.cpy.
       copy CSF01800.cpy.
       copy CSF05000.cpy.
       copy CSF07300.cpy.
       copy CSF07400.cpy.
       copy CSF07500.cpy.
       copy CSF18400.cpy.

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30058C".
       78   c-ProgramDesc                   value "OTIF PEDIDOS DE VENDA".
       78   c-registrar-spool                      value "CS00123S".
       78   c-max-mes                              value 36.
       78   c-max-cliente                          value 1000.
       78   c-max-produto                          value 2000.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-Report_Repoto               pic x(200).
            03 ws-Number-pedido-corrente           pic 9(09).
            03 ws-data-prevista                    pic 9(08).
            03 ws-mes-previsto                     pic 9(06).
            03 ws-data-efetiva                     pic 9(08).
            03 ws-maior-data-efetiva               pic 9(08).
            03 ws-qtde-vinculos                    pic 9(05).
            03 ws-qtde-notas                       pic 9(05).
            03 ws-qtde-entregue                    pic 9(07)v9(04).
            03 ws-qtde-no-prazo                    pic 9(07)v9(04).
            03 ws-linhas-sem-vinculo               pic 9(07).
            03 ws-ped-linhas                       pic 9(05).
            03 ws-ped-mes                          pic 9(06).
            03 ws-ped-cd-cliente                   pic 9(09).
            03 ws-mes-chave                        pic 9(06).
            03 ws-cd-cliente-chave                 pic 9(09).
            03 ws-ProductCode-chave                pic 9(09).
            03 ws-ind                              pic 9(04).
            03 ws-ind-ant                          pic 9(04).
            03 ws-contador-Report_Repoto           pic 9(05).
            03 ws-ptr-linha                        pic 9(04).
            03 ws-pct-fill-linha                   pic 9(03)v9(01).
            03 ws-pct-fill-pedido                  pic 9(03)v9(01).
            03 ws-pct-no-prazo                     pic 9(03)v9(01).
            03 ws-pct-otif                         pic 9(03)v9(01).
            03 ws-pct-otif-anterior                pic 9(03)v9(01).
            03 ws-var-otif                         pic s9(03)v9(01).
            03 ws-causa-principal                  pic x(18).
            03 ws-linhas-display                   pic zzzzzz9.
            03 ws-pedidos-display                  pic zzzzzz9.
            03 ws-fill-linha-display               pic zz9,9.
            03 ws-fill-pedido-display              pic zz9,9.
            03 ws-no-prazo-display                 pic zz9,9.
            03 ws-otif-display                     pic zz9,9.
            03 ws-var-display                      pic +zz9,9.
            03 ws-estoque-display                  pic zzzzz9.
            03 ws-credito-display                  pic zzzzz9.
            03 ws-expedicao-display                pic zzzzz9.
            03 ws-id-linha-completa                pic x(01).
               88 ws-linha-completa                    value "S".
               88 ws-linha-incompleta                  value "N".
            03 ws-id-pedido-completo               pic x(01).
               88 ws-pedido-completo                   value "S".
               88 ws-pedido-incompleto                 value "N".
            03 ws-id-bloqueio-credito              pic x(01).
               88 ws-com-bloqueio-credito              value "S".
               88 ws-sem-bloqueio-credito              value "N".
            03 ws-id-periodo                       pic x(01).
               88 ws-periodo-valido                    value "S".
               88 ws-periodo-invalido                  value "N".

      *> Contagens de uma linha ou de um pedido avaliado e o acumulado de
      *> uma entrada das tabelas (mesmo leiaute das ws-...-totais)
       01   ws-Incremento.
            03 ws-inc-linhas                       pic 9(07).
            03 ws-inc-linhas-completas             pic 9(07).
            03 ws-inc-linhas-no-prazo              pic 9(07).
            03 ws-inc-linhas-otif                  pic 9(07).
            03 ws-inc-pedidos                      pic 9(07).
            03 ws-inc-pedidos-completos            pic 9(07).
            03 ws-inc-falha-estoque                pic 9(07).
            03 ws-inc-falha-credito                pic 9(07).
            03 ws-inc-falha-expedicao              pic 9(07).

       01   ws-Acumulado.
            03 ws-ac-linhas                        pic 9(07).
            03 ws-ac-linhas-completas              pic 9(07).
            03 ws-ac-linhas-no-prazo               pic 9(07).
            03 ws-ac-linhas-otif                   pic 9(07).
            03 ws-ac-pedidos                       pic 9(07).
            03 ws-ac-pedidos-completos             pic 9(07).
            03 ws-ac-falha-estoque                 pic 9(07).
            03 ws-ac-falha-credito                 pic 9(07).
            03 ws-ac-falha-expedicao               pic 9(07).

       01   ws-Total-periodo                       pic x(63).

      *> Tabelas mantidas em ordem de chave na inclusao
       01   ws-Tabela-Mes.
            03 ws-qtde-mes                         pic 9(04).
            03 ws-mes-tab occurs c-max-mes times.
               05 ws-mes-chave-tab                 pic 9(06).
               05 ws-mes-totais                    pic x(63).

       01   ws-Tabela-Cliente.
            03 ws-qtde-cliente                     pic 9(04).
            03 ws-cli occurs c-max-cliente times.
               05 ws-cli-chave.
                  07 ws-cli-cd-cliente             pic 9(09).
                  07 ws-cli-mes                    pic 9(06).
               05 ws-cli-totais                    pic x(63).

       01   ws-Tabela-Produto.
            03 ws-qtde-produto                     pic 9(04).
            03 ws-prd occurs c-max-produto times.
               05 ws-prd-chave.
                  07 ws-prd-ProductCode            pic 9(09).
                  07 ws-prd-mes                    pic 9(06).
               05 ws-prd-totais                    pic x(63).

       01   ws-Chave-Cliente.
            03 ws-chv-cd-cliente                   pic 9(09).
            03 ws-chv-cli-mes                      pic 9(06).

       01   ws-Chave-Produto.
            03 ws-chv-ProductCode                  pic 9(09).
            03 ws-chv-prd-mes                      pic 9(06).

       01   ws-Saturacao.
            03 ws-id-saturacao-mes                 pic x(01).
            03 ws-id-saturacao-cliente             pic x(01).
            03 ws-id-saturacao-produto             pic x(01).

       01   f-Otif.
            03 f-mes-inicial                       pic 9(06).
            03 f-mes-final                         pic 9(06).
            03 f-cd-cliente                        pic 9(09).
            03 f-razao-social                      pic x(55).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Otif.
            03 line 11 col 10   pic x(23) value "Mes Inicial (AAAAMM)..:".
            03 line 11 col 34   pic 9(06) from f-mes-inicial.
            03 line 13 col 10   pic x(23) value "Mes Final (AAAAMM)....:".
            03 line 13 col 34   pic 9(06) from f-mes-final.
            03 line 15 col 10   pic x(23) value "Cliente (0=Todos).....:".
            03 line 15 col 34   pic 9(09) from f-cd-cliente.
            03 line 15 col 45   pic x(55) from f-razao-social.

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

            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-i-pd07300
            perform 9000-Open_Akeru-i-pd07400
            perform 9000-Open_Akeru-i-pd07500
            perform 9000-Open_Akeru-i-pd18400

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
                when 05
                     perform 2100-Relatorio-Otif
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Cada item de pedido com entrega prevista no periodo, ja vencido ou
      *> totalmente faturado, e comparado com as notas emitidas contra ele
      *> (vinculo pedido/nota do faturamento). Completo (in full) quando as
      *> notas validas cobrem a quantidade pedida; no prazo quando a ultima
      *> nota saiu/entregou ate a data prevista; OTIF quando a quantidade
      *> entregue ate a data prevista cobre a pedida
       2100-Relatorio-Otif section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Periodo
            if   ws-periodo-invalido
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            initialize                             ws-Tabela-Mes
                                                   ws-Tabela-Cliente
                                                   ws-Tabela-Produto
            move "NNN"                              to ws-Saturacao
            move zeros                              to ws-linhas-sem-vinculo

            initialize                             f07300-Pedido_Venda
            move lnk-CompanyCode                    to f07300-CompanyCode
            move lnk-BranchCode                     to f07300-BranchCode
            move zeros                             to f07300-Number-pedido
            perform 9000-str-pd07300-grt
            perform 9000-Read_Yomu-pd07300-nex
            perform until not ws-OperationOK
                       or f07300-CompanyCode not equal lnk-CompanyCode
                       or f07300-BranchCode  not equal lnk-BranchCode

                 if   not f07300-pedido-cancelado
                 and (f-cd-cliente equal zeros
                  or  f07300-cd-cliente equal f-cd-cliente)
                      move f07300-Number-pedido     to ws-Number-pedido-corrente
                      perform 2200-avalia-pedido

                      *> Reposiciona o pedido apos a leitura dos itens
                      initialize                    f07300-Pedido_Venda
                      move lnk-CompanyCode           to f07300-CompanyCode
                      move lnk-BranchCode            to f07300-BranchCode
                      move ws-Number-pedido-corrente to f07300-Number-pedido
                      perform 9000-Read_Yomu-pd07300-ran
                 end-if

                 perform 9000-Read_Yomu-pd07300-nex
            end-perform

            perform 2200-imprime-otif

       exit.

      *>=================================================================================
       2200-avalia-pedido section.

            move zeros                              to ws-ped-linhas
                                                       ws-ped-mes
            move f07300-cd-cliente                  to ws-ped-cd-cliente
            set  ws-pedido-completo                 to true

            initialize                             f07400-item-Pedido_Venda
            move lnk-CompanyCode                    to f07400-CompanyCode
            move lnk-BranchCode                     to f07400-BranchCode
            move ws-Number-pedido-corrente          to f07400-Number-pedido
            move zeros                             to f07400-Seq
            perform 9000-str-pd07400-grt
            perform 9000-Read_Yomu-pd07400-nex
            perform until not ws-OperationOK
                       or f07400-CompanyCode   not equal lnk-CompanyCode
                       or f07400-BranchCode    not equal lnk-BranchCode
                       or f07400-Number-pedido not equal ws-Number-pedido-corrente

                 perform 2300-avalia-item

                 perform 9000-Read_Yomu-pd07400-nex
            end-perform

            *> Pedido completo quando todos os itens avaliados foram
            *> atendidos integralmente; conta no mes do item mais tardio
            if   ws-ped-linhas equal zeros
                 exit section
            end-if

            initialize                             ws-Incremento
            move 1                                  to ws-inc-pedidos
            if   ws-pedido-completo
                 move 1                             to ws-inc-pedidos-completos
            end-if

            move ws-ped-mes                         to ws-mes-chave
            perform 9000-acumula-mes
            move ws-ped-cd-cliente                  to ws-cd-cliente-chave
            perform 9000-acumula-cliente

       exit.

      *>=================================================================================
       2300-avalia-item section.

            if   f07400-data-entrega-solicitada greater zeros
                 move f07400-data-entrega-solicitada to ws-data-prevista
            else
                 if   f07300-data-entrega-solicitada greater zeros
                      move f07300-data-entrega-solicitada to ws-data-prevista
                 else
                      move f07300-data-emissao      to ws-data-prevista
                 end-if
            end-if
            move ws-data-prevista(1:6)              to ws-mes-previsto

            if   ws-mes-previsto less f-mes-inicial
            or   ws-mes-previsto greater f-mes-final
            or   f07400-qtde-pedida equal zeros
                 exit section
            end-if

            perform 9000-notas-do-item

            *> Itens faturados antes do vinculo pedido/nota nao tem como
            *> ser avaliados
            if   ws-qtde-vinculos equal zeros
            and  f07400-qtde-faturada greater zeros
                 add  1                             to ws-linhas-sem-vinculo
                 exit section
            end-if

            if   ws-qtde-entregue not less f07400-qtde-pedida
                 set  ws-linha-completa             to true
            else
                 set  ws-linha-incompleta           to true
            end-if

            *> Ainda dentro do prazo e nao atendido: fora da medicao
            if   ws-data-prevista not less ws-data-inv
            and  ws-linha-incompleta
                 exit section
            end-if

            initialize                             ws-Incremento
            move 1                                  to ws-inc-linhas
            if   ws-linha-completa
                 move 1                             to ws-inc-linhas-completas
            else
                 set  ws-pedido-incompleto          to true
            end-if

            if   ws-qtde-notas greater zeros
            and  ws-maior-data-efetiva not greater ws-data-prevista
                 move 1                             to ws-inc-linhas-no-prazo
            end-if

            if   ws-qtde-no-prazo not less f07400-qtde-pedida
                 move 1                             to ws-inc-linhas-otif
            else
                 *> Causa da falha: bloqueio de credito do cliente no
                 *> ciclo do pedido; sem ele, falta de saldo para atender
                 *> ou, atendido, expedicao atrasada
                 perform 9000-verifica-bloqueio-credito
                 evaluate true
                     when ws-com-bloqueio-credito
                          move 1                    to ws-inc-falha-credito
                     when ws-linha-incompleta
                          move 1                    to ws-inc-falha-estoque
                     when other
                          move 1                    to ws-inc-falha-expedicao
                 end-evaluate
            end-if

            add  1                                  to ws-ped-linhas
            if   ws-mes-previsto greater ws-ped-mes
                 move ws-mes-previsto               to ws-ped-mes
            end-if

            move ws-mes-previsto                    to ws-mes-chave
            perform 9000-acumula-mes
            move ws-ped-cd-cliente                  to ws-cd-cliente-chave
            perform 9000-acumula-cliente
            move f07400-ProductCode                 to ws-ProductCode-chave
            perform 9000-acumula-produto

       exit.

      *>=================================================================================
      *> Notas vinculadas ao item; notas canceladas nao contam. A data
      *> efetiva e a de entrega quando informada, senao a de saida
       9000-notas-do-item section.

            move zeros                              to ws-qtde-vinculos
                                                       ws-qtde-notas
                                                       ws-qtde-entregue
                                                       ws-qtde-no-prazo
                                                       ws-maior-data-efetiva

            initialize                             f18400-Faturamento_Pedido
            move lnk-CompanyCode                    to f18400-CompanyCode
            move lnk-BranchCode                     to f18400-BranchCode
            move f07400-Number-pedido               to f18400-Number-pedido
            move f07400-Seq                         to f18400-Seq-item
            perform 9000-str-pd18400-grt
            perform 9000-Read_Yomu-pd18400-nex
            perform until not ws-OperationOK
                       or f18400-CompanyCode    not equal lnk-CompanyCode
                       or f18400-BranchCode     not equal lnk-BranchCode
                       or f18400-Number-pedido  not equal f07400-Number-pedido
                       or f18400-Seq-item       not equal f07400-Seq

                 add  1                             to ws-qtde-vinculos

                 initialize                        f05000-mestre-Invoice_Seikyusho
                 move f18400-CompanyCode            to f05000-CompanyCode
                 move f18400-BranchCode             to f05000-BranchCode
                 move f18400-Type-nota              to f05000-Type-nota
                 move f18400-Number-documento       to f05000-Number-documento
                 move f18400-Series-documento       to f05000-Series-documento
                 perform 9000-Read_Yomu-pd05000-ran
                 if   ws-OperationOK
                 and  not f05000-nota-cancelada
                      if   f05000-data-entrega greater zeros
                           move f05000-data-entrega      to ws-data-efetiva
                      else
                           move f05000-data-Exit_Deguchi to ws-data-efetiva
                      end-if
                      add  1                        to ws-qtde-notas
                      add  f18400-qtde-faturada     to ws-qtde-entregue
                      if   ws-data-efetiva not greater ws-data-prevista
                           add  f18400-qtde-faturada to ws-qtde-no-prazo
                      end-if
                      if   ws-data-efetiva greater ws-maior-data-efetiva
                           move ws-data-efetiva     to ws-maior-data-efetiva
                      end-if
                 end-if
                 move "00"                          to ws-AccessResult

                 perform 9000-Read_Yomu-pd18400-nex
            end-perform

       exit.

      *>=================================================================================
      *> Pedido de liberacao de credito (CS30008C) do cliente entre a
      *> emissao do pedido e a data prevista de entrega
       9000-verifica-bloqueio-credito section.

            set  ws-sem-bloqueio-credito            to true

            initialize                             f07500-Liberacao_Credito
            move lnk-CompanyCode                    to f07500-CompanyCode
            move lnk-BranchCode                     to f07500-BranchCode
            move ws-ped-cd-cliente                  to f07500-cd-cliente
            move f07300-data-emissao                to f07500-data-solicitacao
            move zeros                              to f07500-horario-solicitacao
            perform 9000-str-pd07500-ngrt
            perform 9000-Read_Yomu-pd07500-nex
            if   ws-OperationOK
            and  f07500-CompanyCode      equal lnk-CompanyCode
            and  f07500-BranchCode       equal lnk-BranchCode
            and  f07500-cd-cliente       equal ws-ped-cd-cliente
            and  f07500-data-solicitacao not greater ws-data-prevista
                 set  ws-com-bloqueio-credito       to true
            end-if
            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-acumula-mes section.

            perform varying ws-ind from 1 by 1
                    until ws-ind greater ws-qtde-mes
                       or ws-mes-chave-tab(ws-ind) not less ws-mes-chave
                 continue
            end-perform

            if   ws-ind greater ws-qtde-mes
            or   ws-mes-chave-tab(ws-ind) not equal ws-mes-chave
                 if   ws-qtde-mes not less c-max-mes
                      move "S"                      to ws-id-saturacao-mes
                      exit section
                 end-if
                 perform varying ws-ind-ant from ws-qtde-mes by -1
                         until ws-ind-ant less ws-ind
                      move ws-mes-tab(ws-ind-ant)   to ws-mes-tab(ws-ind-ant + 1)
                 end-perform
                 add  1                             to ws-qtde-mes
                 move ws-mes-chave                  to ws-mes-chave-tab(ws-ind)
                 initialize                        ws-Acumulado
                 move ws-Acumulado                  to ws-mes-totais(ws-ind)
            end-if

            move ws-mes-totais(ws-ind)              to ws-Acumulado
            perform 9000-soma-incremento
            move ws-Acumulado                       to ws-mes-totais(ws-ind)

       exit.

      *>=================================================================================
       9000-acumula-cliente section.

            move ws-cd-cliente-chave                to ws-chv-cd-cliente
            move ws-mes-chave                       to ws-chv-cli-mes

            perform varying ws-ind from 1 by 1
                    until ws-ind greater ws-qtde-cliente
                       or ws-cli-chave(ws-ind) not less ws-Chave-Cliente
                 continue
            end-perform

            if   ws-ind greater ws-qtde-cliente
            or   ws-cli-chave(ws-ind) not equal ws-Chave-Cliente
                 if   ws-qtde-cliente not less c-max-cliente
                      move "S"                      to ws-id-saturacao-cliente
                      exit section
                 end-if
                 perform varying ws-ind-ant from ws-qtde-cliente by -1
                         until ws-ind-ant less ws-ind
                      move ws-cli(ws-ind-ant)       to ws-cli(ws-ind-ant + 1)
                 end-perform
                 add  1                             to ws-qtde-cliente
                 move ws-Chave-Cliente              to ws-cli-chave(ws-ind)
                 initialize                        ws-Acumulado
                 move ws-Acumulado                  to ws-cli-totais(ws-ind)
            end-if

            move ws-cli-totais(ws-ind)              to ws-Acumulado
            perform 9000-soma-incremento
            move ws-Acumulado                       to ws-cli-totais(ws-ind)

       exit.

      *>=================================================================================
       9000-acumula-produto section.

            move ws-ProductCode-chave               to ws-chv-ProductCode
            move ws-mes-chave                       to ws-chv-prd-mes

            perform varying ws-ind from 1 by 1
                    until ws-ind greater ws-qtde-produto
                       or ws-prd-chave(ws-ind) not less ws-Chave-Produto
                 continue
            end-perform

            if   ws-ind greater ws-qtde-produto
            or   ws-prd-chave(ws-ind) not equal ws-Chave-Produto
                 if   ws-qtde-produto not less c-max-produto
                      move "S"                      to ws-id-saturacao-produto
                      exit section
                 end-if
                 perform varying ws-ind-ant from ws-qtde-produto by -1
                         until ws-ind-ant less ws-ind
                      move ws-prd(ws-ind-ant)       to ws-prd(ws-ind-ant + 1)
                 end-perform
                 add  1                             to ws-qtde-produto
                 move ws-Chave-Produto              to ws-prd-chave(ws-ind)
                 initialize                        ws-Acumulado
                 move ws-Acumulado                  to ws-prd-totais(ws-ind)
            end-if

            move ws-prd-totais(ws-ind)              to ws-Acumulado
            perform 9000-soma-incremento
            move ws-Acumulado                       to ws-prd-totais(ws-ind)

       exit.

      *>=================================================================================
       9000-soma-incremento section.

            add  ws-inc-linhas                      to ws-ac-linhas
            add  ws-inc-linhas-completas            to ws-ac-linhas-completas
            add  ws-inc-linhas-no-prazo             to ws-ac-linhas-no-prazo
            add  ws-inc-linhas-otif                 to ws-ac-linhas-otif
            add  ws-inc-pedidos                     to ws-ac-pedidos
            add  ws-inc-pedidos-completos           to ws-ac-pedidos-completos
            add  ws-inc-falha-estoque               to ws-ac-falha-estoque
            add  ws-inc-falha-credito               to ws-ac-falha-credito
            add  ws-inc-falha-expedicao             to ws-ac-falha-expedicao

       exit.

      *>=================================================================================
      *> Percentuais e causa de falha mais frequente do ws-Acumulado
       9000-calcula-percentuais section.

            move zeros                              to ws-pct-fill-linha
                                                       ws-pct-fill-pedido
                                                       ws-pct-no-prazo
                                                       ws-pct-otif

            if   ws-ac-linhas greater zeros
                 compute ws-pct-fill-linha rounded =
                         ws-ac-linhas-completas * 100 / ws-ac-linhas
                 compute ws-pct-no-prazo rounded =
                         ws-ac-linhas-no-prazo * 100 / ws-ac-linhas
                 compute ws-pct-otif rounded =
                         ws-ac-linhas-otif * 100 / ws-ac-linhas
            end-if

            if   ws-ac-pedidos greater zeros
                 compute ws-pct-fill-pedido rounded =
                         ws-ac-pedidos-completos * 100 / ws-ac-pedidos
            end-if

            evaluate true
                when ws-ac-falha-estoque   equal zeros
                 and ws-ac-falha-credito   equal zeros
                 and ws-ac-falha-expedicao equal zeros
                     move "-"                       to ws-causa-principal
                when ws-ac-falha-estoque not less ws-ac-falha-credito
                 and ws-ac-falha-estoque not less ws-ac-falha-expedicao
                     move "FALTA DE ESTOQUE"        to ws-causa-principal
                when ws-ac-falha-credito not less ws-ac-falha-expedicao
                     move "BLOQUEIO CREDITO"        to ws-causa-principal
                when other
                     move "EXPEDICAO ATRASADA"      to ws-causa-principal
            end-evaluate

            move ws-ac-linhas                       to ws-linhas-display
            move ws-ac-pedidos                      to ws-pedidos-display
            move ws-pct-fill-linha                  to ws-fill-linha-display
            move ws-pct-fill-pedido                 to ws-fill-pedido-display
            move ws-pct-no-prazo                    to ws-no-prazo-display
            move ws-pct-otif                        to ws-otif-display
            move ws-ac-falha-estoque                to ws-estoque-display
            move ws-ac-falha-credito                to ws-credito-display
            move ws-ac-falha-expedicao              to ws-expedicao-display

       exit.

      *>=================================================================================
       2200-imprime-otif section.

            string lnk-tmp-path delimited by "  "
                   "\OTIF_" f-mes-inicial "_" f-mes-final "_" ws-data-inv "_" ws-Hours(01:06) ".TXT"
                   delimited by size into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "OTIF / NIVEL DE ATENDIMENTO DOS PEDIDOS DE VENDA - ENTREGAS PREVISTAS DE "
                   f-mes-inicial " A " f-mes-final " - EMITIDO EM " ws-data-inv
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            if   f-cd-cliente greater zeros
                 move spaces                        to rs-arq-Report_Repoto
                 string "CLIENTE " f-cd-cliente " - " f-razao-social
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            move zeros                              to ws-contador-Report_Repoto

            *> Tendencia mes a mes e total do periodo
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "TENDENCIA MENSAL" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "MES     LINHAS FILL LIN% PEDIDOS FILL PED% NO PRAZO%  OTIF%  VAR OTIF S/ESTOQ CREDITO EXPEDIC CAUSA PRINCIPAL" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            initialize                             ws-Acumulado
            move ws-Acumulado                       to ws-Total-periodo
            move zeros                              to ws-pct-otif-anterior

            perform varying ws-ind from 1 by 1
                    until ws-ind greater ws-qtde-mes

                 move ws-mes-totais(ws-ind)         to ws-Acumulado
                 move ws-Acumulado                  to ws-Incremento
                 move ws-Total-periodo              to ws-Acumulado
                 perform 9000-soma-incremento
                 move ws-Acumulado                  to ws-Total-periodo

                 move ws-mes-totais(ws-ind)         to ws-Acumulado
                 perform 9000-calcula-percentuais

                 move spaces                        to rs-arq-Report_Repoto
                 move 1                             to ws-ptr-linha
                 string ws-mes-chave-tab(ws-ind) " " ws-linhas-display
                        "    " ws-fill-linha-display " " ws-pedidos-display
                        "     " ws-fill-pedido-display "      " ws-no-prazo-display
                        "  " ws-otif-display
                        delimited by size into rs-arq-Report_Repoto with pointer ws-ptr-linha
                 if   ws-ind greater 1
                      compute ws-var-otif = ws-pct-otif - ws-pct-otif-anterior
                      move ws-var-otif              to ws-var-display
                      string "    " ws-var-display
                             delimited by size into rs-arq-Report_Repoto with pointer ws-ptr-linha
                 else
                      string "          "
                             delimited by size into rs-arq-Report_Repoto with pointer ws-ptr-linha
                 end-if
                 string "  " ws-estoque-display "  " ws-credito-display
                        "  " ws-expedicao-display " " ws-causa-principal
                        delimited by size into rs-arq-Report_Repoto with pointer ws-ptr-linha
                 write rs-arq-Report_Repoto
                 add  1                             to ws-contador-Report_Repoto

                 move ws-pct-otif                   to ws-pct-otif-anterior
            end-perform

            move ws-Total-periodo                   to ws-Acumulado
            perform 9000-calcula-percentuais
            move spaces                             to rs-arq-Report_Repoto
            string "TOTAL  " ws-linhas-display
                   "    " ws-fill-linha-display " " ws-pedidos-display
                   "     " ws-fill-pedido-display "      " ws-no-prazo-display
                   "  " ws-otif-display "            " ws-estoque-display
                   "  " ws-credito-display "  " ws-expedicao-display
                   " " ws-causa-principal
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            if   ws-id-saturacao-mes equal "S"
                 move spaces                        to rs-arq-Report_Repoto
                 string "*** TABELA DE MESES SATURADA (" c-max-mes " POSICOES) - REDUZA O PERIODO ***"
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            perform 2300-imprime-clientes
            perform 2300-imprime-produtos

            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "ITENS FATURADOS SEM VINCULO PEDIDO/NOTA (NAO AVALIADOS): " ws-linhas-sem-vinculo
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "CAUSAS: BLOQUEIO CREDITO = LIBERACAO DE CREDITO SOLICITADA NO CICLO DO PEDIDO; FALTA DE ESTOQUE = ATENDIMENTO PARCIAL; EXPEDICAO ATRASADA = ATENDIDO APOS A DATA PREVISTA" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "OTIF " f-mes-inicial " A " f-mes-final " CLIENTE " f-cd-cliente
                   delimited by size into lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " meses avaliados em " wid-arq-Report_Repoto
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2300-imprime-clientes section.

            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "POR CLIENTE" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "CLIENTE   RAZAO SOCIAL              MES     LINHAS FILL LIN% PEDIDOS FILL PED% NO PRAZO%  OTIF% CAUSA PRINCIPAL" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            perform varying ws-ind from 1 by 1
                    until ws-ind greater ws-qtde-cliente

                 if   ws-ind equal 1
                 or   ws-cli-cd-cliente(ws-ind) not equal ws-cli-cd-cliente(ws-ind - 1)
                      initialize                   f01400-cliente
                      move lnk-CompanyCode          to f01400-CompanyCode
                      move lnk-BranchCode           to f01400-BranchCode
                      move ws-cli-cd-cliente(ws-ind) to f01400-cd-cliente
                      perform 9000-Read_Yomu-pd01400-ran
                      if   not ws-OperationOK
                           move spaces              to f01400-razao-social
                      end-if
                 end-if

                 move ws-cli-totais(ws-ind)         to ws-Acumulado
                 perform 9000-calcula-percentuais

                 move spaces                        to rs-arq-Report_Repoto
                 string ws-cli-cd-cliente(ws-ind) " " f01400-razao-social(1:25)
                        " " ws-cli-mes(ws-ind) " " ws-linhas-display
                        "    " ws-fill-linha-display " " ws-pedidos-display
                        "     " ws-fill-pedido-display "      " ws-no-prazo-display
                        "  " ws-otif-display " " ws-causa-principal
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-perform

            if   ws-id-saturacao-cliente equal "S"
                 move spaces                        to rs-arq-Report_Repoto
                 string "*** TABELA DE CLIENTES SATURADA (" c-max-cliente " POSICOES) - CLIENTES EXCEDENTES FORA DA LISTA ***"
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

       exit.

      *>=================================================================================
      *> Por produto so o nivel de item; o atendimento do pedido nao se
      *> aplica a um produto isolado
       2300-imprime-produtos section.

            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "POR PRODUTO" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "PRODUTO   DESCRICAO                 MES     LINHAS FILL LIN% NO PRAZO%  OTIF% S/ESTOQ CREDITO EXPEDIC CAUSA PRINCIPAL" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            perform varying ws-ind from 1 by 1
                    until ws-ind greater ws-qtde-produto

                 if   ws-ind equal 1
                 or   ws-prd-ProductCode(ws-ind) not equal ws-prd-ProductCode(ws-ind - 1)
                      initialize                   f01800-Product_Seihin
                      move lnk-CompanyCode          to f01800-CompanyCode
                      move lnk-BranchCode           to f01800-BranchCode
                      move ws-prd-ProductCode(ws-ind) to f01800-ProductCode
                      perform 9000-Read_Yomu-pd01800-ran
                      if   not ws-OperationOK
                           move spaces              to f01800-Desc-Product_Seihin
                      end-if
                 end-if

                 move ws-prd-totais(ws-ind)         to ws-Acumulado
                 perform 9000-calcula-percentuais

                 move spaces                        to rs-arq-Report_Repoto
                 string ws-prd-ProductCode(ws-ind) " " f01800-Desc-Product_Seihin(1:25)
                        " " ws-prd-mes(ws-ind) " " ws-linhas-display
                        "    " ws-fill-linha-display "      " ws-no-prazo-display
                        "  " ws-otif-display "  " ws-estoque-display
                        "  " ws-credito-display "  " ws-expedicao-display
                        " " ws-causa-principal
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-perform

            if   ws-id-saturacao-produto equal "S"
                 move spaces                        to rs-arq-Report_Repoto
                 string "*** TABELA DE PRODUTOS SATURADA (" c-max-produto " POSICOES) - PRODUTOS EXCEDENTES FORA DA LISTA ***"
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

       exit.

      *>=================================================================================
       9000-Accept-Periodo section.

            set  ws-periodo-invalido                to true

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 accept f-mes-inicial at line 11 col 34 with update auto-skip
                 if   f-mes-inicial(5:2) greater zeros
                 and  f-mes-inicial(5:2) not greater 12
                      exit perform
                 end-if
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 accept f-mes-final at line 13 col 34 with update auto-skip
                 if   f-mes-final(5:2) greater zeros
                 and  f-mes-final(5:2) not greater 12
                 and  f-mes-final not less f-mes-inicial
                      exit perform
                 end-if
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 accept f-cd-cliente at line 15 col 34 with update auto-skip
                 if   f-cd-cliente equal zeros
                      move spaces                   to f-razao-social
                      exit perform
                 end-if
                 initialize                        f01400-cliente
                 move lnk-CompanyCode               to f01400-CompanyCode
                 move lnk-BranchCode                to f01400-BranchCode
                 move f-cd-cliente                  to f01400-cd-cliente
                 perform 9000-Read_Yomu-pd01400-ran
                 if   ws-OperationOK
                      move f01400-razao-social      to f-razao-social
                      exit perform
                 end-if
                 string "Cliente nao cadastrado! [" f-cd-cliente "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            set  ws-periodo-valido                  to true
            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01400
            close pd01800
            close pd05000
            close pd07300
            close pd07400
            close pd07500
            close pd18400

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Otif

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Otif

            perform 9000-StandardFrame
            display frm-Otif

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01400.cpy.
       copy CSR01800.cpy.
       copy CSR05000.cpy.
       copy CSR07300.cpy.
       copy CSR07400.cpy.
       copy CSR07500.cpy.
       copy CSR18400.cpy.
