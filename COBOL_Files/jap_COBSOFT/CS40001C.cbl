       copy CSS10900.cpy.
       copy CSS10950.cpy.
       copy CSS11900.cpy.
       copy CSS15500.cpy.

      *>=================================================================================
       data division.
       copy CSF10900.cpy.
       copy CSF10950.cpy.
       copy CSF11900.cpy.
       copy CSF15500.cpy.

      *>=================================================================================
       working-storage section.
            03 ws-qtde-saldo-item                  pic s9(09)v9(04).
            03 ws-contador-Report_Repoto            pic 9(05).
            03 ws-Value-unitario-item              pic 9(09)v9(02).
            03 ws-Number-requisicao                pic 9(09).
            03 ws-contador-requisicoes             pic 9(05).

       01   f-Pedido_Compra.
            03 f-Number-pedido                     pic 9(09).
            perform 9000-Open_Akeru-i-pd10900
            perform 9000-Open_Akeru-i-pd10950
            perform 9000-Open_Akeru-i-pd11900
            perform 9000-Open_Akeru-io-pd15500

       exit.

                     perform 2100-Cancelar
                when 05
                     perform 2100-Report_Em-Pedido
                when 06
                     perform 2100-Pedido-Requisicoes
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f07000-Pedido_Compra - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 else
                      perform 2200-libera-requisicoes
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Pedido cancelado devolve as requisicoes atendidas por ele a fila
      *> de aprovadas, para entrarem em outro Pedido
       2200-libera-requisicoes section.

            move zeros                              to ws-contador-requisicoes

            initialize                             f15500-Requisicao_Compra
            move lnk-CompanyCode                    to f15500-CompanyCode
            move lnk-BranchCode                     to f15500-BranchCode
            move f07000-Number-pedido               to f15500-Number-pedido
            move zeros                              to f15500-Seq-item-pedido
            perform 9000-str-pd15500-nlss-2
            perform 9000-Read_Yomu-pd15500-nex
            perform until not ws-OperationOK
                       or f15500-CompanyCode    not equal lnk-CompanyCode
                       or f15500-BranchCode     not equal lnk-BranchCode
                       or f15500-Number-pedido  not equal f07000-Number-pedido

                 set  f15500-requisicao-aprovada    to true
                 move zeros                         to f15500-Number-pedido
                                                       f15500-Seq-item-pedido
                                                       f15500-data-atendimento
                 perform 9000-Rewrite_Kakinaosu-pd15500
                 add 1                              to ws-contador-requisicoes

                 *> O Rewrite_Kakinaosu tira a requisicao da chave do Pedido
                 initialize                         f15500-Requisicao_Compra
                 move lnk-CompanyCode               to f15500-CompanyCode
                 move lnk-BranchCode                to f15500-BranchCode
                 move f07000-Number-pedido          to f15500-Number-pedido
                 move zeros                         to f15500-Seq-item-pedido
                 perform 9000-str-pd15500-nlss-2

                 perform 9000-Read_Yomu-pd15500-nex
            end-perform

            if   ws-contador-requisicoes greater zeros
                 string ws-contador-requisicoes " requisicao(oes) devolvida(s) a fila de aprovadas." into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Compras agrupa requisicoes aprovadas (CS40022C), de um ou mais
      *> departamentos, num unico Pedido para o Fornecedor; cada
      *> requisicao guarda o Pedido e o item que a atendeu
       2100-Pedido-Requisicoes section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-cd-fornecedor greater zeros or ws-tecla-Cancela
                 accept f-cd-fornecedor at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f-cd-fornecedor                    to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   not ws-OperationOK
                 string "Fornecedor no cadastrado! [" f-cd-fornecedor "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   not f01900-fornecedor-Active_Akutibu
                 string "Fornecedor [" f-cd-fornecedor "] no se encontra Active_Akutibu!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f01900-razao-social                to f-razao-social
            perform 8000-Screen_Gamen

            perform until f-data-entrega-prevista greater zeros or ws-tecla-Cancela
                 accept f-data-entrega-prevista at line 15 col 68 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Pedido gerado de requisicoes e sempre na moeda local; o
            *> cabecalho so e gravado com a primeira requisicao incluida
            move zeros                              to ws-Number-pedido
                                                       ws-Seq-item
                                                       ws-Value-total-pedido
                                                       ws-Value-total-pedido-moeda
                                                       ws-cd-moeda-pedido
                                                       ws-taxa-cambio-pedido
                                                       ws-contador-requisicoes

            initialize                             f15500-Requisicao_Compra
            move lnk-CompanyCode                    to f15500-CompanyCode
            move lnk-BranchCode                     to f15500-BranchCode
            set  f15500-requisicao-aprovada         to true
            move zeros                              to f15500-Number-requisicao
            perform 9000-str-pd15500-nlss-1
            perform 9000-Read_Yomu-pd15500-nex
            perform until not ws-OperationOK
                       or f15500-CompanyCode not equal lnk-CompanyCode
                       or f15500-BranchCode  not equal lnk-BranchCode
                       or not f15500-requisicao-aprovada
                       or ws-tecla-Cancela

                 move f15500-Number-requisicao      to ws-Number-requisicao
                 perform 2200-inclui-requisicao

                 *> A requisicao atendida sai da chave de aprovadas
                 initialize                         f15500-Requisicao_Compra
                 move lnk-CompanyCode               to f15500-CompanyCode
                 move lnk-BranchCode                to f15500-BranchCode
                 set  f15500-requisicao-aprovada    to true
                 move ws-Number-requisicao          to f15500-Number-requisicao
                 perform 9000-str-pd15500-grt-1

                 perform 9000-Read_Yomu-pd15500-nex
            end-perform

            if   ws-Number-pedido equal zeros
                 move "Nenhuma requisicao incluida - Pedido no gerado." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f07000-Pedido_Compra
            move lnk-CompanyCode                    to f07000-CompanyCode
            move lnk-BranchCode                     to f07000-BranchCode
            move ws-Number-pedido                  to f07000-Number-pedido
            perform 9000-Read_Yomu-pd07000-ran
            if   ws-OperationOK
                 move ws-Value-total-pedido         to f07000-Value-total
                 perform 9000-Rewrite_Kakinaosu-pd07000
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f07000-Pedido_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string "Pedido de Compra [" ws-Number-pedido "] gerado com " ws-contador-requisicoes " requisicao(oes)!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-inclui-requisicao section.

            string "Requisicao [" f15500-Number-requisicao "] CC [" f15500-cd-centro-custo
                   "] Qtde " f15500-qtde-requisitada " " f15500-Desc-item(1:30)
                   " Necessidade " f15500-data-necessidade
                   " - Incluir no Pedido? [S/N]"
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            move f15500-ProductCode                 to f-ProductCode
            move f15500-Desc-item                   to f-Desc-Product_Seihin
            move f15500-qtde-requisitada            to f-qtde-pedida
            move f15500-Value-unitario-estimado     to f-Value-unitario
            perform 8000-Screen_Gamen

            *> Item livre da requisicao: o comprador indica o produto
            perform until exit
                 if   f-ProductCode greater zeros
                      initialize                    f01800-Product_Seihin
                      move lnk-CompanyCode          to f01800-CompanyCode
                      move lnk-BranchCode           to f01800-BranchCode
                      move f-ProductCode            to f01800-ProductCode
                      perform 9000-Read_Yomu-pd01800-ran
                      if   ws-OperationOK
                           move f01800-Desc-Product_Seihin to f-Desc-Product_Seihin
                           display f-Desc-Product_Seihin at line 19 col 45
                           exit perform
                      end-if
                      string "Product_Seihin no cadastrado! [" f-ProductCode "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
                 accept f-ProductCode at line 19 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-ProductCode equal zeros
                      exit perform
                 end-if
            end-perform

            if   ws-tecla-Cancela
            or   f-ProductCode equal zeros
                 exit section
            end-if

            *> Preco negociado pelo comprador; sem digitacao vale o estimado
            accept f-Value-unitario at line 21 col 66 with update auto-skip
            move f-Value-unitario                   to ws-Value-unitario-item
            if   ws-Value-unitario-item equal zeros
                 move f15500-Value-unitario-estimado to ws-Value-unitario-item
            end-if

            if   ws-tecla-Cancela
                 exit section
            end-if

            if   ws-Number-pedido equal zeros
                 perform 9000-grava-cabecalho-requisicoes
                 if   not ws-OperationOK
                      exit section
                 end-if
            end-if

            add 1                                   to ws-Seq-item

            initialize                             f07100-item-Pedido_Compra
            move lnk-CompanyCode                    to f07100-CompanyCode
            move lnk-BranchCode                     to f07100-BranchCode
            move ws-Number-pedido                  to f07100-Number-pedido
            move ws-Seq-item                       to f07100-Seq
            move f-ProductCode                      to f07100-ProductCode
            move f15500-qtde-requisitada            to f07100-qtde-pedida
            move zeros                             to f07100-qtde-recebida
            move ws-Value-unitario-item             to f07100-Value-unitario
            compute f07100-Value-total = f15500-qtde-requisitada * ws-Value-unitario-item
            move f-data-entrega-prevista            to f07100-data-entrega-prevista
            if   f15500-data-necessidade greater zeros
                 move f15500-data-necessidade       to f07100-data-entrega-prevista
            end-if

            perform 9000-Write_Kaku-pd07100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f07100-item-Pedido_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 subtract 1                         from ws-Seq-item
                 exit section
            end-if

            add f07100-Value-total                  to ws-Value-total-pedido
            add 1                                   to ws-contador-requisicoes

            accept ws-data-inv                     from date yyyymmdd
            set  f15500-requisicao-atendida         to true
            move ws-Number-pedido                  to f15500-Number-pedido
            move ws-Seq-item                       to f15500-Seq-item-pedido
            move ws-data-inv                       to f15500-data-atendimento
            perform 9000-Rewrite_Kakinaosu-pd15500
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f15500-Requisicao_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-grava-cabecalho-requisicoes section.

            move c-serie-pedido-compra              to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            move lnk-Number-documento              to ws-Number-pedido
            move ws-Number-pedido                  to f-Number-pedido

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f07000-Pedido_Compra
            move lnk-CompanyCode                    to f07000-CompanyCode
            move lnk-BranchCode                     to f07000-BranchCode
            move ws-Number-pedido                  to f07000-Number-pedido
            move f-cd-fornecedor                    to f07000-cd-fornecedor
            move ws-data-inv                       to f07000-data-emissao
            move f-data-entrega-prevista            to f07000-data-entrega-prevista
            move zeros                             to f07000-Value-total
            set  f07000-pedido-aberto              to true
            move function numval(lnk-UserID)       to f07000-UserID-operacao

            perform 9000-Write_Kaku-pd07000
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f07000-Pedido_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move zeros                        to ws-Number-pedido
            end-if

       exit.

      *>=================================================================================
       2100-Report_Em-Pedido section.

            close pd10900
            close pd10950
            close pd11900
            close pd15500

       exit.
      *>=================================================================================
       copy CSR10900.cpy.
       copy CSR10950.cpy.
       copy CSR11900.cpy.
       copy CSR15500.cpy.
