      $set sourceformat"free"
       program-id. CS40023C.
      *>=================================================================================
      *>
      *>           Cotacao de Compra (RFQ) e Mapa Comparativo de Fornecedores
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS01900.cpy.
       copy CSS02700.cpy.
       copy CSS07000.cpy.
       copy CSS07100.cpy.
       copy CSS11900.cpy.
       copy CSS15500.cpy.
       copy CSS15600.cpy.
       copy CSS15700.cpy.
       copy CSS15800.cpy.

            select arq-cotacao assign to disk wid-arq-cotacao
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF01900.cpy.
       copy CSF02700.cpy.
       copy CSF07000.cpy.
       copy CSF07100.cpy.
       copy CSF11900.cpy.
       copy CSF15500.cpy.
       copy CSF15600.cpy.
       copy CSF15700.cpy.
       copy CSF15800.cpy.

       fd   arq-cotacao.

       01   rs-arq-cotacao                         pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40023C".
       78   c-ProgramDesc                   value "COTACAO DE COMPRA".

       78   c-registrar-spool                      value "CS00123S".
       78   c-serie-pedido-compra                  value 900.
       78   c-serie-cotacao                        value 913.
       78   c-minimo-cotacoes                      value 3.
       78   c-max-itens                            value 50.
       78   c-max-fornecedores                     value 30.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-cotacao                     pic x(200).
            03 ws-Number-cotacao                   pic 9(09).
            03 ws-Number-requisicao                pic 9(09).
            03 ws-Seq-item                         pic 9(03).
            03 ws-cd-fornecedor                    pic 9(09).
            03 ws-Value-unitario                   pic 9(09)v9(02).
            03 ws-Value-frete                      pic 9(09)v9(02).
            03 ws-Value-posto-unitario             pic 9(09)v9(02).
            03 ws-data-sistema-int                 pic 9(07).
            03 ws-data-entrega-int                 pic 9(07).
            03 ws-data-entrega                     pic 9(08).
            03 ws-ptr                              pic 9(04).
            03 ws-idx                              pic 9(03).
            03 ws-idx-2                            pic 9(03).
            03 ws-contador-respostas               pic 9(03).
            03 ws-contador-sem-Email               pic 9(03).
            03 ws-contador-pedidos                 pic 9(03).
            03 ws-Value-x                          pic zzz.zzz.zz9,99.
            03 ws-Value-x-2                        pic zzz.zzz.zz9,99.
            03 ws-Value-x-3                        pic zz.zzz.zzz.zz9,99.
            03 ws-Value-x-4                        pic zzz.zzz.zz9,99.
            03 ws-id-encontrado                    pic x(01).
               88 ws-encontrado                        value "S".
               88 ws-nao-encontrado                    value "N".

            *> Itens e fornecedores convidados na montagem da cotacao
            03 ws-qt-itens                         pic 9(03).
            03 ws-tabela-itens.
               05 ws-it-item occurs 50.
                  07 ws-it-ProductCode             pic 9(09).
                  07 ws-it-qtde                    pic 9(06)v9(04).
                  07 ws-it-Number-requisicao       pic 9(09).
            03 ws-qt-fornecedores                  pic 9(03).
            03 ws-tabela-fornecedores.
               05 ws-fo-fornecedor occurs 30.
                  07 ws-fo-cd-fornecedor           pic 9(09).
                  07 ws-fo-Email                   pic x(55).

            *> Respostas de um item ordenadas pelo custo posto
            03 ws-qt-ranking                       pic 9(03).
            03 ws-tabela-ranking.
               05 ws-rk-resposta occurs 30.
                  07 ws-rk-cd-fornecedor           pic 9(09).
                  07 ws-rk-Value-unitario          pic 9(09)v9(02).
                  07 ws-rk-Value-frete             pic 9(09)v9(02).
                  07 ws-rk-prazo-entrega-dias      pic 9(03).
                  07 ws-rk-cd-condicao-pagamento   pic 9(03).
                  07 ws-rk-Value-total-posto       pic 9(11)v9(02).
                  07 ws-rk-StatusID                pic x(01).
            03 ws-rk-troca                         pic x(51).

            *> Um Pedido de Compra por Fornecedor vencedor
            03 ws-qt-pedidos                       pic 9(03).
            03 ws-tabela-pedidos.
               05 ws-pc-pedido occurs 50.
                  07 ws-pc-cd-fornecedor           pic 9(09).
                  07 ws-pc-Number-pedido           pic 9(09).
                  07 ws-pc-Seq-item                pic 9(04).
                  07 ws-pc-Value-total             pic 9(09)v9(02).
                  07 ws-pc-data-entrega            pic 9(08).

       01   lw-Email_Soushin.
            03 lw-destinatario-Email                  pic x(55).
            03 lw-assunto-Email                    pic x(100).
            03 lw-corpo-Email                      pic x(500).
            03 lw-anexo-1-Email                    pic x(200).
            03 lw-anexo-2-Email                    pic x(200).

       01   f-Cotacao.
            03 f-Number-cotacao                    pic 9(09).
            03 f-data-cotacao                      pic 9(08).
            03 f-StatusID                          pic x(01).
            03 f-Desc-cotacao                      pic x(40).
            03 f-data-limite-resposta              pic 9(08).
            03 f-Number-requisicao                 pic 9(09).
            03 f-Seq-item                          pic 9(03).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin               pic x(55).
            03 f-qtde-cotada                       pic 9(06)v9(04).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-Value-unitario                    pic zzz.zzz.zz9,99.
            03 f-prazo-entrega-dias                pic zz9.
            03 f-cd-condicao-pagamento             pic 9(03).
            03 f-Desc-condicao                     pic x(30).
            03 f-Value-frete                       pic zzz.zzz.zz9,99.
            03 f-Value-total-posto                 pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Cotacao.
            03 line 11 col 25   pic x(08) value "Cotacao:".
            03 line 11 col 34   pic 9(09) from f-Number-cotacao.
            03 line 11 col 45   pic x(05) value "Data:".
            03 line 11 col 51   pic 9(08) from f-data-cotacao.
            03 line 11 col 61   pic x(07) value "Status:".
            03 line 11 col 69   pic x(01) from f-StatusID.
            03 line 11 col 71   pic x(31) value "(A=Aberta F=Adjudicada)".
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(40) from f-Desc-cotacao.
            03 line 15 col 16   pic x(17) value "Limite Resposta:".
            03 line 15 col 34   pic 9(08) from f-data-limite-resposta.
            03 line 15 col 45   pic x(17) value "Requisicao (0=nao):".
            03 line 15 col 65   pic 9(09) from f-Number-requisicao.
            03 line 17 col 28   pic x(05) value "Item:".
            03 line 17 col 34   pic 9(03) from f-Seq-item.
            03 line 17 col 38   pic x(08) value "Produto:".
            03 line 17 col 47   pic 9(09) from f-ProductCode.
            03 line 17 col 57   pic x(55) from f-Desc-Product_Seihin.
            03 line 19 col 22   pic x(11) value "Quantidade:".
            03 line 19 col 34   pic 9(06)v9(04) from f-qtde-cotada.
            03 line 21 col 22   pic x(11) value "Fornecedor:".
            03 line 21 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 21 col 45   pic x(55) from f-razao-social.
            03 line 23 col 18   pic x(15) value "Preco Unitario:".
            03 line 23 col 34   pic zzz.zzz.zz9,99 from f-Value-unitario.
            03 line 23 col 50   pic x(14) value "Prazo (dias):".
            03 line 23 col 65   pic zz9 from f-prazo-entrega-dias.
            03 line 25 col 17   pic x(16) value "Condicao Pagto:".
            03 line 25 col 34   pic 9(03) from f-cd-condicao-pagamento.
            03 line 25 col 38   pic x(30) from f-Desc-condicao.
            03 line 25 col 70   pic x(06) value "Frete:".
            03 line 25 col 77   pic zzz.zzz.zz9,99 from f-Value-frete.
            03 line 27 col 21   pic x(12) value "Total Posto:".
            03 line 27 col 34   pic zz.zzz.zzz.zz9,99 from f-Value-total-posto.

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

            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-i-pd02700
            perform 9000-Open_Akeru-io-pd07000
            perform 9000-Open_Akeru-io-pd07100
            perform 9000-Open_Akeru-i-pd11900
            perform 9000-Open_Akeru-io-pd15500
            perform 9000-Open_Akeru-io-pd15600
            perform 9000-Open_Akeru-io-pd15700
            perform 9000-Open_Akeru-io-pd15800

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
                     perform 2100-Add_Tsuika
                when 02
                     perform 2100-Query_Shokai
                when 03
                     perform 2100-Registra-Resposta
                when 04
                     perform 2100-Mapa-Comparativo
                when 05
                     perform 2100-Adjudicar
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> A cotacao nasce de uma requisicao aprovada (CS40022C) e/ou de uma
      *> lista de produtos; os fornecedores do catalogo (f11900) dos itens
      *> sao convidados e o comprador pode acrescentar outros. A
      *> solicitacao segue por e-mail pela fila do CS00109S
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            move zeros                              to ws-qt-itens
                                                       ws-qt-fornecedores
            initialize                             ws-tabela-itens
                                                   ws-tabela-fornecedores

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-cotacao
            display f-data-cotacao at line 11 col 51

            perform until f-Desc-cotacao not equal spaces or ws-tecla-Cancela
                 accept f-Desc-cotacao at line 13 col 34 with update auto-skip
            end-perform

            perform until f-data-limite-resposta not less ws-data-inv or ws-tecla-Cancela
                 accept f-data-limite-resposta at line 15 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept f-Number-requisicao at line 15 col 65 with update auto-skip
            if   f-Number-requisicao greater zeros
                 perform 2200-item-requisicao
            end-if

            perform 2200-itens-lista

            if   ws-qt-itens equal zeros
            or   ws-tecla-Cancela
                 move "Cotacao sem itens - Operacao cancelada." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-fornecedores-catalogo
            perform 2200-fornecedores-adicionais

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   ws-qt-fornecedores equal zeros
                 move "Nenhum Fornecedor convidado - Operacao cancelada." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   ws-qt-fornecedores less c-minimo-cotacoes
                 string "Apenas " ws-qt-fornecedores " Fornecedor(es) convidado(s) - a politica pede " c-minimo-cotacoes " cotacoes." into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            string "Confirm_Kakunin envio da cotacao a " ws-qt-fornecedores " Fornecedor(es)? [S/N]" into ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            move c-serie-cotacao                    to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento
            move lnk-Number-documento               to ws-Number-cotacao

            initialize                             f15600-Cotacao_Compra
            move lnk-CompanyCode                    to f15600-CompanyCode
            move lnk-BranchCode                     to f15600-BranchCode
            move ws-Number-cotacao                  to f15600-Number-cotacao
            move f-Desc-cotacao                     to f15600-Desc-cotacao
            move ws-data-inv                        to f15600-data-cotacao
            move f-data-limite-resposta             to f15600-data-limite-resposta
            move function numval(lnk-UserID)        to f15600-UserID-cotacao
            set  f15600-cotacao-aberta              to true

            perform 9000-Write_Kaku-pd15600
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f15600-Cotacao_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform varying ws-idx from 1 by 1 until ws-idx greater ws-qt-itens

                 initialize                         f15700-Item_Cotacao
                 move lnk-CompanyCode               to f15700-CompanyCode
                 move lnk-BranchCode                to f15700-BranchCode
                 move ws-Number-cotacao             to f15700-Number-cotacao
                 move ws-idx                        to f15700-Seq-item
                 move ws-it-ProductCode(ws-idx)     to f15700-ProductCode
                 move ws-it-qtde(ws-idx)            to f15700-qtde-cotada
                 move ws-it-Number-requisicao(ws-idx) to f15700-Number-requisicao
                 perform 9000-Write_Kaku-pd15700

                 perform varying ws-idx-2 from 1 by 1 until ws-idx-2 greater ws-qt-fornecedores
                      initialize                    f15800-Resposta_Cotacao
                      move lnk-CompanyCode          to f15800-CompanyCode
                      move lnk-BranchCode           to f15800-BranchCode
                      move ws-Number-cotacao        to f15800-Number-cotacao
                      move ws-idx                   to f15800-Seq-item
                      move ws-fo-cd-fornecedor(ws-idx-2) to f15800-cd-fornecedor
                      if   ws-fo-Email(ws-idx-2) not equal spaces
                           move ws-data-inv         to f15800-data-envio
                      end-if
                      set  f15800-resposta-pendente to true
                      perform 9000-Write_Kaku-pd15800
                 end-perform

            end-perform

            move zeros                              to ws-contador-sem-Email
            perform varying ws-idx-2 from 1 by 1 until ws-idx-2 greater ws-qt-fornecedores
                 if   ws-fo-Email(ws-idx-2) equal spaces
                      add 1                         to ws-contador-sem-Email
                 else
                      perform 2200-envia-solicitacao
                 end-if
            end-perform

            move ws-Number-cotacao                  to f-Number-cotacao
            move "A"                                to f-StatusID
            perform 8000-Screen_Gamen

            string "Cotacao [" ws-Number-cotacao "] enviada - " ws-contador-sem-Email " Fornecedor(es) sem e-mail para contato direto." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-item-requisicao section.

            initialize                             f15500-Requisicao_Compra
            move lnk-CompanyCode                    to f15500-CompanyCode
            move lnk-BranchCode                     to f15500-BranchCode
            move f-Number-requisicao                to f15500-Number-requisicao
            perform 9000-Read_Yomu-pd15500-ran
            if   not ws-OperationOK
            or   not f15500-requisicao-aprovada
                 string "Requisicao [" f-Number-requisicao "] inexistente ou no aprovada!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move zeros                         to f-Number-requisicao
                 exit section
            end-if

            move f15500-ProductCode                 to f-ProductCode
            move f15500-Desc-item                   to f-Desc-Product_Seihin
            move f15500-qtde-requisitada            to f-qtde-cotada
            perform 8000-Screen_Gamen

            *> Requisicao de item livre: o comprador indica o produto
            perform until exit
                 if   f-ProductCode greater zeros
                      perform 9000-Localiza-Produto
                      if   ws-OperationOK
                           exit perform
                      end-if
                 end-if
                 accept f-ProductCode at line 17 col 47 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-ProductCode equal zeros
                      exit perform
                 end-if
            end-perform

            if   f-ProductCode equal zeros
            or   ws-tecla-Cancela
                 exit section
            end-if

            add 1                                   to ws-qt-itens
            move f-ProductCode                      to ws-it-ProductCode(ws-qt-itens)
            move f15500-qtde-requisitada            to ws-it-qtde(ws-qt-itens)
            move f15500-Number-requisicao           to ws-it-Number-requisicao(ws-qt-itens)

       exit.

      *>=================================================================================
       2200-itens-lista section.

            perform until ws-qt-itens not less c-max-itens or ws-tecla-Cancela

                 move zeros                         to f-ProductCode
                                                       f-qtde-cotada
                 move spaces                        to f-Desc-Product_Seihin
                 compute f-Seq-item = ws-qt-itens + 1
                 perform 8000-Screen_Gamen

                 accept f-ProductCode at line 17 col 47 with update auto-skip
                 if   f-ProductCode equal zeros
                 or   ws-tecla-Cancela
                      exit perform
                 end-if

                 perform 9000-Localiza-Produto
                 if   not ws-OperationOK
                      exit perform cycle
                 end-if

                 perform until f-qtde-cotada greater zeros or ws-tecla-Cancela
                      accept f-qtde-cotada at line 19 col 34 with update auto-skip
                 end-perform

                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 add 1                              to ws-qt-itens
                 move f-ProductCode                 to ws-it-ProductCode(ws-qt-itens)
                 move f-qtde-cotada                 to ws-it-qtde(ws-qt-itens)
                 move zeros                         to ws-it-Number-requisicao(ws-qt-itens)

            end-perform

       exit.

      *>=================================================================================
      *> Todo Fornecedor Active_Akutibu do catalogo de qualquer item e
      *> convidado para a cotacao inteira
       2200-fornecedores-catalogo section.

            perform varying ws-idx from 1 by 1 until ws-idx greater ws-qt-itens

                 initialize                         f11900-Catalogo_Fornecedor
                 move lnk-CompanyCode               to f11900-CompanyCode
                 move lnk-BranchCode                to f11900-BranchCode
                 move ws-it-ProductCode(ws-idx)     to f11900-ProductCode
                 move zeros                         to f11900-cd-fornecedor
                 perform 9000-str-pd11900-nlss
                 perform 9000-Read_Yomu-pd11900-nex
                 perform until not ws-OperationOK
                            or f11900-CompanyCode not equal lnk-CompanyCode
                            or f11900-BranchCode  not equal lnk-BranchCode
                            or f11900-ProductCode not equal ws-it-ProductCode(ws-idx)
                      move f11900-cd-fornecedor     to ws-cd-fornecedor
                      perform 9000-convida-fornecedor
                      perform 9000-Read_Yomu-pd11900-nex
                 end-perform

            end-perform

            if   ws-qt-fornecedores greater zeros
                 string ws-qt-fornecedores " Fornecedor(es) do catalogo convidado(s)." into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-fornecedores-adicionais section.

            perform until ws-qt-fornecedores not less c-max-fornecedores or ws-tecla-Cancela

                 move zeros                         to f-cd-fornecedor
                 move spaces                        to f-razao-social
                 display "Outro Fornecedor (0=fim)" at line 21 col 45
                 accept f-cd-fornecedor at line 21 col 34 with update auto-skip
                 if   f-cd-fornecedor equal zeros
                 or   ws-tecla-Cancela
                      exit perform
                 end-if

                 move f-cd-fornecedor               to ws-cd-fornecedor
                 perform 9000-convida-fornecedor
                 if   ws-nao-encontrado
                      string "Fornecedor [" f-cd-fornecedor "] inexistente ou inativo!" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> ws-encontrado: Fornecedor Active_Akutibu (ja convidado ou incluido)
       9000-convida-fornecedor section.

            set  ws-nao-encontrado                  to true

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move ws-cd-fornecedor                   to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   not ws-OperationOK
            or   not f01900-fornecedor-Active_Akutibu
                 exit section
            end-if

            set  ws-encontrado                      to true

            perform varying ws-idx-2 from 1 by 1 until ws-idx-2 greater ws-qt-fornecedores
                 if   ws-fo-cd-fornecedor(ws-idx-2) equal ws-cd-fornecedor
                      exit section
                 end-if
            end-perform

            if   ws-qt-fornecedores not less c-max-fornecedores
                 exit section
            end-if

            add 1                                   to ws-qt-fornecedores
            move ws-cd-fornecedor                   to ws-fo-cd-fornecedor(ws-qt-fornecedores)
            move f01900-Email                       to ws-fo-Email(ws-qt-fornecedores)

       exit.

      *>=================================================================================
       2200-envia-solicitacao section.

            initialize                             lw-Email_Soushin
            move ws-fo-Email(ws-idx-2)              to lw-destinatario-Email
            string "Solicitacao de Cotacao " ws-Number-cotacao " - " f-Desc-cotacao
                   delimited by size into lw-assunto-Email

            move 1                                  to ws-ptr
            string "Solicitamos preco unitario, prazo de entrega, condicao de pagamento e frete ate "
                   f-data-limite-resposta(7:2) "/" f-data-limite-resposta(5:2) "/" f-data-limite-resposta(1:4)
                   " para os itens: "
                   delimited by size into lw-corpo-Email with pointer ws-ptr

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-itens or ws-ptr greater 440
                 initialize                         f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move ws-it-ProductCode(ws-idx)     to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 string ws-idx ") " f01800-Desc-Product_Seihin(1:30) " QTDE "
                        ws-it-qtde(ws-idx) "; "
                        delimited by size into lw-corpo-Email with pointer ws-ptr
            end-perform

            call c-enviar-Email_Soushin using lnk-par lw-Email_Soushin
            cancel c-enviar-Email_Soushin

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

            initialize                             f15700-Item_Cotacao
            move lnk-CompanyCode                    to f15700-CompanyCode
            move lnk-BranchCode                     to f15700-BranchCode
            move ws-Number-cotacao                  to f15700-Number-cotacao
            move zeros                              to f15700-Seq-item
            perform 9000-str-pd15700-nlss
            perform 9000-Read_Yomu-pd15700-nex
            perform until not ws-OperationOK
                       or f15700-CompanyCode     not equal lnk-CompanyCode
                       or f15700-BranchCode      not equal lnk-BranchCode
                       or f15700-Number-cotacao  not equal ws-Number-cotacao

                 perform 9000-carrega-ranking

                 string "Item [" f15700-Seq-item "] Produto [" f15700-ProductCode
                        "] Qtde " f15700-qtde-cotada
                        " Respostas " ws-qt-ranking
                        " Vencedor [" f15700-cd-fornecedor-vencedor
                        "] Pedido [" f15700-Number-pedido "]"
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 perform 9000-Read_Yomu-pd15700-nex
            end-perform

       exit.

      *>=================================================================================
      *> Resposta do Fornecedor por item: preco, prazo, condicao e frete;
      *> preco zero deixa o item sem cotacao deste Fornecedor
       2100-Registra-Resposta section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            if   not f15600-cotacao-aberta
                 move "Cotacao ja adjudicada ou cancelada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform until f-cd-fornecedor greater zeros or ws-tecla-Cancela
                 accept f-cd-fornecedor at line 21 col 34 with update auto-skip
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
            end-if

            accept ws-data-inv                      from date yyyymmdd
            move zeros                              to ws-contador-respostas

            initialize                             f15700-Item_Cotacao
            move lnk-CompanyCode                    to f15700-CompanyCode
            move lnk-BranchCode                     to f15700-BranchCode
            move ws-Number-cotacao                  to f15700-Number-cotacao
            move zeros                              to f15700-Seq-item
            perform 9000-str-pd15700-nlss
            perform 9000-Read_Yomu-pd15700-nex
            perform until not ws-OperationOK
                       or f15700-CompanyCode     not equal lnk-CompanyCode
                       or f15700-BranchCode      not equal lnk-BranchCode
                       or f15700-Number-cotacao  not equal ws-Number-cotacao
                       or ws-tecla-Cancela

                 perform 2200-resposta-item

                 perform 9000-Read_Yomu-pd15700-nex
            end-perform

            if   ws-contador-respostas equal zeros
                 move "Fornecedor no convidado ou sem itens respondidos!" to ws-Message_Messeji
            else
                 string ws-contador-respostas " item(ns) cotado(s) pelo Fornecedor [" f-cd-fornecedor "]." into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-resposta-item section.

            initialize                             f15800-Resposta_Cotacao
            move lnk-CompanyCode                    to f15800-CompanyCode
            move lnk-BranchCode                     to f15800-BranchCode
            move ws-Number-cotacao                  to f15800-Number-cotacao
            move f15700-Seq-item                    to f15800-Seq-item
            move f-cd-fornecedor                    to f15800-cd-fornecedor
            perform 9000-Read_Yomu-pd15800-ran
            if   not ws-OperationOK
                 exit section
            end-if

            move f15700-Seq-item                    to f-Seq-item
            move f15700-ProductCode                 to f-ProductCode
            move f15700-qtde-cotada                 to f-qtde-cotada
            perform 9000-Localiza-Produto
            move f15800-Value-unitario              to f-Value-unitario
            move f15800-prazo-entrega-dias          to f-prazo-entrega-dias
            move f15800-cd-condicao-pagamento       to f-cd-condicao-pagamento
            move f15800-Value-frete                 to f-Value-frete
            move f15800-Value-total-posto           to f-Value-total-posto
            move spaces                             to f-Desc-condicao
            perform 8000-Screen_Gamen

            accept f-Value-unitario at line 23 col 34 with update auto-skip
            move f-Value-unitario                   to ws-Value-unitario
            if   ws-Value-unitario equal zeros
            or   ws-tecla-Cancela
                 exit section
            end-if

            accept f-prazo-entrega-dias at line 23 col 65 with update auto-skip

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-condicao-pagamento at line 25 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 initialize                         f02700-condicao-pagamento
                 move lnk-CompanyCode               to f02700-CompanyCode
                 move lnk-BranchCode                to f02700-BranchCode
                 move f-cd-condicao-pagamento       to f02700-cd-condicao-pagamento
                 perform 9000-Read_Yomu-pd02700-ran
                 if   ws-OperationOK
                 and  f02700-condicao-ativa
                      move f02700-Desc-condicao     to f-Desc-condicao
                      display f-Desc-condicao at line 25 col 38
                      exit perform
                 end-if
                 string "Condicao de pagamento invalida! [" f-cd-condicao-pagamento "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            accept f-Value-frete at line 25 col 77 with update auto-skip
            move f-Value-frete                      to ws-Value-frete

            if   ws-tecla-Cancela
                 exit section
            end-if

            *> Custo posto = mercadoria + frete do item
            move ws-Value-unitario                  to f15800-Value-unitario
            move f-prazo-entrega-dias               to f15800-prazo-entrega-dias
            move f-cd-condicao-pagamento            to f15800-cd-condicao-pagamento
            move ws-Value-frete                     to f15800-Value-frete
            compute f15800-Value-total-posto rounded =
                    (f15700-qtde-cotada * ws-Value-unitario) + ws-Value-frete
            move ws-data-inv                        to f15800-data-resposta
            set  f15800-resposta-recebida           to true

            move f15800-Value-total-posto           to f-Value-total-posto
            display f-Value-total-posto at line 27 col 34

            perform 9000-Rewrite_Kakinaosu-pd15800
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f15800-Resposta_Cotacao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add 1                                   to ws-contador-respostas

       exit.

      *>=================================================================================
      *> Mapa de cotacao: por item, as respostas classificadas pelo custo
      *> total posto (mercadoria + frete), com o custo unitario posto
       2100-Mapa-Comparativo section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            string lnk-tmp-path delimited by "  "
                   "\MAPA_COTACAO_" ws-Number-cotacao ".TXT" delimited by size
                   into wid-arq-cotacao
            open output arq-cotacao
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-cotacao
            string "MAPA DE COTACAO " ws-Number-cotacao " - " f15600-Desc-cotacao
                   " - EMITIDA EM " f15600-data-cotacao(7:2) "/" f15600-data-cotacao(5:2) "/" f15600-data-cotacao(1:4)
                   delimited by size into rs-arq-cotacao
            write rs-arq-cotacao

            initialize                             f15700-Item_Cotacao
            move lnk-CompanyCode                    to f15700-CompanyCode
            move lnk-BranchCode                     to f15700-BranchCode
            move ws-Number-cotacao                  to f15700-Number-cotacao
            move zeros                              to f15700-Seq-item
            perform 9000-str-pd15700-nlss
            perform 9000-Read_Yomu-pd15700-nex
            perform until not ws-OperationOK
                       or f15700-CompanyCode     not equal lnk-CompanyCode
                       or f15700-BranchCode      not equal lnk-BranchCode
                       or f15700-Number-cotacao  not equal ws-Number-cotacao

                 perform 2200-mapa-item

                 perform 9000-Read_Yomu-pd15700-nex
            end-perform

            close arq-cotacao

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "MAPA DE COTACAO " ws-Number-cotacao delimited by size into lw-ds-parametros-spool
            move wid-arq-cotacao                    to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Mapa gerado em " wid-arq-cotacao into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-mapa-item section.

            move f15700-ProductCode                 to f-ProductCode
            perform 9000-Localiza-Produto

            move spaces                             to rs-arq-cotacao
            write rs-arq-cotacao
            move spaces                             to rs-arq-cotacao
            string "ITEM " f15700-Seq-item " PRODUTO " f15700-ProductCode " " f-Desc-Product_Seihin
                   " QTDE " f15700-qtde-cotada
                   delimited by size into rs-arq-cotacao
            write rs-arq-cotacao

            perform 9000-carrega-ranking

            if   ws-qt-ranking equal zeros
                 move spaces                        to rs-arq-cotacao
                 string "     SEM RESPOSTAS DE FORNECEDORES" delimited by size into rs-arq-cotacao
                 write rs-arq-cotacao
                 exit section
            end-if

            move spaces                             to rs-arq-cotacao
            string "     RK FORNECEDOR RAZAO SOCIAL                   PRECO UNIT.          FRETE PRAZO COND     TOTAL POSTO  UNIT. POSTO"
                   delimited by size into rs-arq-cotacao
            write rs-arq-cotacao

            perform varying ws-idx from 1 by 1 until ws-idx greater ws-qt-ranking

                 initialize                         f01900-fornecedor
                 move lnk-CompanyCode               to f01900-CompanyCode
                 move lnk-BranchCode                to f01900-BranchCode
                 move ws-rk-cd-fornecedor(ws-idx)   to f01900-cd-fornecedor
                 perform 9000-Read_Yomu-pd01900-ran
                 if   not ws-OperationOK
                      move spaces                   to f01900-razao-social
                 end-if

                 compute ws-Value-posto-unitario rounded =
                         ws-rk-Value-total-posto(ws-idx) / f15700-qtde-cotada

                 move ws-rk-Value-unitario(ws-idx)  to ws-Value-x
                 move ws-rk-Value-frete(ws-idx)     to ws-Value-x-2
                 move ws-rk-Value-total-posto(ws-idx) to ws-Value-x-3
                 move ws-Value-posto-unitario       to ws-Value-x-4
                 move spaces                        to rs-arq-cotacao
                 string "     " ws-idx " " ws-rk-cd-fornecedor(ws-idx) "  " f01900-razao-social(1:28)
                        " " ws-Value-x " " ws-Value-x-2 "  " ws-rk-prazo-entrega-dias(ws-idx)
                        "  " ws-rk-cd-condicao-pagamento(ws-idx) " " ws-Value-x-3 " " ws-Value-x-4
                        delimited by size into rs-arq-cotacao
                 if   ws-rk-StatusID(ws-idx) equal "V"
                      move "*VENC"                  to rs-arq-cotacao(124:5)
                 end-if
                 write rs-arq-cotacao

            end-perform

            if   ws-qt-ranking less c-minimo-cotacoes
                 move spaces                        to rs-arq-cotacao
                 string "     ATENCAO: MENOS DE " c-minimo-cotacoes " COTACOES RESPONDIDAS"
                        delimited by size into rs-arq-cotacao
                 write rs-arq-cotacao
            end-if

       exit.

      *>=================================================================================
      *> Respostas do item corrente (f15700) em ordem crescente de custo posto
       9000-carrega-ranking section.

            move zeros                              to ws-qt-ranking
            initialize                             ws-tabela-ranking

            initialize                             f15800-Resposta_Cotacao
            move f15700-CompanyCode                 to f15800-CompanyCode
            move f15700-BranchCode                  to f15800-BranchCode
            move f15700-Number-cotacao              to f15800-Number-cotacao
            move f15700-Seq-item                    to f15800-Seq-item
            move zeros                              to f15800-cd-fornecedor
            perform 9000-str-pd15800-nlss
            perform 9000-Read_Yomu-pd15800-nex
            perform until not ws-OperationOK
                       or f15800-CompanyCode     not equal f15700-CompanyCode
                       or f15800-BranchCode      not equal f15700-BranchCode
                       or f15800-Number-cotacao  not equal f15700-Number-cotacao
                       or f15800-Seq-item        not equal f15700-Seq-item
                       or ws-qt-ranking          not less c-max-fornecedores

                 if   not f15800-resposta-pendente
                      add 1                         to ws-qt-ranking
                      move f15800-cd-fornecedor     to ws-rk-cd-fornecedor(ws-qt-ranking)
                      move f15800-Value-unitario    to ws-rk-Value-unitario(ws-qt-ranking)
                      move f15800-Value-frete       to ws-rk-Value-frete(ws-qt-ranking)
                      move f15800-prazo-entrega-dias to ws-rk-prazo-entrega-dias(ws-qt-ranking)
                      move f15800-cd-condicao-pagamento to ws-rk-cd-condicao-pagamento(ws-qt-ranking)
                      move f15800-Value-total-posto to ws-rk-Value-total-posto(ws-qt-ranking)
                      move f15800-StatusID          to ws-rk-StatusID(ws-qt-ranking)
                 end-if

                 perform 9000-Read_Yomu-pd15800-nex
            end-perform

            perform varying ws-idx from 1 by 1 until ws-idx not less ws-qt-ranking
                 perform varying ws-idx-2 from ws-idx by 1 until ws-idx-2 greater ws-qt-ranking
                      if   ws-rk-Value-total-posto(ws-idx-2) less ws-rk-Value-total-posto(ws-idx)
                           move ws-rk-resposta(ws-idx)   to ws-rk-troca
                           move ws-rk-resposta(ws-idx-2) to ws-rk-resposta(ws-idx)
                           move ws-rk-troca              to ws-rk-resposta(ws-idx-2)
                      end-if
                 end-perform
            end-perform

       exit.

      *>=================================================================================
      *> Adjudicacao: por item o comprador confirma o melhor custo posto
      *> ou escolhe outro respondente; gera um Pedido de Compra por
      *> Fornecedor vencedor com o preco cotado. As respostas perdedoras
      *> ficam no arquivo como evidencia da cotacao
       2100-Adjudicar section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            if   not f15600-cotacao-aberta
                 move "Cotacao ja adjudicada ou cancelada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-Screen_Gamen

            initialize                             f15700-Item_Cotacao
            move lnk-CompanyCode                    to f15700-CompanyCode
            move lnk-BranchCode                     to f15700-BranchCode
            move ws-Number-cotacao                  to f15700-Number-cotacao
            move zeros                              to f15700-Seq-item
            perform 9000-str-pd15700-nlss
            perform 9000-Read_Yomu-pd15700-nex
            perform until not ws-OperationOK
                       or f15700-CompanyCode     not equal lnk-CompanyCode
                       or f15700-BranchCode      not equal lnk-BranchCode
                       or f15700-Number-cotacao  not equal ws-Number-cotacao
                       or ws-tecla-Cancela

                 perform 2200-escolhe-vencedor

                 perform 9000-Read_Yomu-pd15700-nex
            end-perform

            if   ws-tecla-Cancela
                 move "Adjudicacao interrompida - vencedores escolhidos ficam gravados." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin geracao dos Pedidos de Compra? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            move zeros                              to ws-qt-pedidos
            initialize                             ws-tabela-pedidos
            accept ws-data-inv                      from date yyyymmdd
            move function integer-of-date(ws-data-inv) to ws-data-sistema-int

            initialize                             f15700-Item_Cotacao
            move lnk-CompanyCode                    to f15700-CompanyCode
            move lnk-BranchCode                     to f15700-BranchCode
            move ws-Number-cotacao                  to f15700-Number-cotacao
            move zeros                              to f15700-Seq-item
            perform 9000-str-pd15700-nlss
            perform 9000-Read_Yomu-pd15700-nex
            perform until not ws-OperationOK
                       or f15700-CompanyCode     not equal lnk-CompanyCode
                       or f15700-BranchCode      not equal lnk-BranchCode
                       or f15700-Number-cotacao  not equal ws-Number-cotacao

                 if   f15700-cd-fornecedor-vencedor greater zeros
                 and  f15700-Number-pedido equal zeros
                      perform 2200-gera-item-pedido
                 end-if

                 perform 9000-Read_Yomu-pd15700-nex
            end-perform

            perform varying ws-idx from 1 by 1 until ws-idx greater ws-qt-pedidos
                 initialize                         f07000-Pedido_Compra
                 move lnk-CompanyCode               to f07000-CompanyCode
                 move lnk-BranchCode                to f07000-BranchCode
                 move ws-pc-Number-pedido(ws-idx)   to f07000-Number-pedido
                 perform 9000-Read_Yomu-pd07000-ran
                 if   ws-OperationOK
                      move ws-pc-Value-total(ws-idx) to f07000-Value-total
                      move ws-pc-data-entrega(ws-idx) to f07000-data-entrega-prevista
                      perform 9000-Rewrite_Kakinaosu-pd07000
                 end-if
            end-perform

            initialize                             f15600-Cotacao_Compra
            move lnk-CompanyCode                    to f15600-CompanyCode
            move lnk-BranchCode                     to f15600-BranchCode
            move ws-Number-cotacao                  to f15600-Number-cotacao
            perform 9000-Read_Yomu-pd15600-ran
            if   ws-OperationOK
                 set  f15600-cotacao-adjudicada     to true
                 move ws-data-inv                   to f15600-data-adjudicacao
                 move function numval(lnk-UserID)   to f15600-UserID-adjudicacao
                 perform 9000-Rewrite_Kakinaosu-pd15600
            end-if

            move ws-qt-pedidos                      to ws-contador-pedidos
            string "Cotacao [" ws-Number-cotacao "] adjudicada - " ws-contador-pedidos " Pedido(s) de Compra gerado(s)." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-escolhe-vencedor section.

            perform 9000-carrega-ranking

            move f15700-Seq-item                    to f-Seq-item
            move f15700-ProductCode                 to f-ProductCode
            move f15700-qtde-cotada                 to f-qtde-cotada
            perform 9000-Localiza-Produto

            if   ws-qt-ranking equal zeros
                 string "Item [" f15700-Seq-item "] sem respostas - fica fora dos Pedidos." into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   ws-qt-ranking less c-minimo-cotacoes
                 string "Item [" f15700-Seq-item "] com apenas " ws-qt-ranking " cotacao(oes) - politica pede " c-minimo-cotacoes "." into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move ws-rk-cd-fornecedor(1)             to f-cd-fornecedor
            if   f15700-cd-fornecedor-vencedor greater zeros
                 move f15700-cd-fornecedor-vencedor to f-cd-fornecedor
            end-if
            move ws-rk-Value-total-posto(1)         to ws-Value-x-3
            perform 8000-Screen_Gamen

            string "Item [" f15700-Seq-item "] melhor custo posto: Fornecedor [" ws-rk-cd-fornecedor(1)
                   "] " ws-Value-x-3 " - informe o vencedor."
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

            perform until exit
                 accept f-cd-fornecedor at line 21 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 set  ws-nao-encontrado             to true
                 perform varying ws-idx from 1 by 1 until ws-idx greater ws-qt-ranking
                      if   ws-rk-cd-fornecedor(ws-idx) equal f-cd-fornecedor
                           set  ws-encontrado       to true
                           move ws-idx              to ws-idx-2
                      end-if
                 end-perform
                 if   ws-encontrado
                      exit perform
                 end-if
                 string "Fornecedor [" f-cd-fornecedor "] nao respondeu este item!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move f-cd-fornecedor                    to f15700-cd-fornecedor-vencedor
            perform 9000-Rewrite_Kakinaosu-pd15700

            *> Vencedora e perdedoras ficam marcadas na resposta
            perform varying ws-idx from 1 by 1 until ws-idx greater ws-qt-ranking
                 initialize                         f15800-Resposta_Cotacao
                 move lnk-CompanyCode               to f15800-CompanyCode
                 move lnk-BranchCode                to f15800-BranchCode
                 move ws-Number-cotacao             to f15800-Number-cotacao
                 move f15700-Seq-item               to f15800-Seq-item
                 move ws-rk-cd-fornecedor(ws-idx)   to f15800-cd-fornecedor
                 perform 9000-Read_Yomu-pd15800-ran
                 if   ws-OperationOK
                      if   ws-idx equal ws-idx-2
                           set  f15800-resposta-vencedora to true
                      else
                           set  f15800-resposta-perdedora to true
                      end-if
                      perform 9000-Rewrite_Kakinaosu-pd15800
                 end-if
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       2200-gera-item-pedido section.

            initialize                             f15800-Resposta_Cotacao
            move lnk-CompanyCode                    to f15800-CompanyCode
            move lnk-BranchCode                     to f15800-BranchCode
            move ws-Number-cotacao                  to f15800-Number-cotacao
            move f15700-Seq-item                    to f15800-Seq-item
            move f15700-cd-fornecedor-vencedor      to f15800-cd-fornecedor
            perform 9000-Read_Yomu-pd15800-ran
            if   not ws-OperationOK
                 exit section
            end-if

            compute ws-data-entrega-int = ws-data-sistema-int + f15800-prazo-entrega-dias
            move function date-of-integer(ws-data-entrega-int) to ws-data-entrega

            set  ws-nao-encontrado                  to true
            perform varying ws-idx from 1 by 1 until ws-idx greater ws-qt-pedidos
                 if   ws-pc-cd-fornecedor(ws-idx) equal f15700-cd-fornecedor-vencedor
                      set  ws-encontrado            to true
                      exit perform
                 end-if
            end-perform

            if   ws-nao-encontrado
                 if   ws-qt-pedidos not less c-max-itens
                      exit section
                 end-if
                 perform 9000-grava-cabecalho-pedido
                 if   not ws-OperationOK
                      exit section
                 end-if
                 move ws-qt-pedidos                 to ws-idx
            end-if

            add 1                                   to ws-pc-Seq-item(ws-idx)
            if   ws-data-entrega greater ws-pc-data-entrega(ws-idx)
                 move ws-data-entrega               to ws-pc-data-entrega(ws-idx)
            end-if

            initialize                             f07100-item-Pedido_Compra
            move lnk-CompanyCode                    to f07100-CompanyCode
            move lnk-BranchCode                     to f07100-BranchCode
            move ws-pc-Number-pedido(ws-idx)        to f07100-Number-pedido
            move ws-pc-Seq-item(ws-idx)             to f07100-Seq
            move f15700-ProductCode                 to f07100-ProductCode
            move f15700-qtde-cotada                 to f07100-qtde-pedida
            move zeros                              to f07100-qtde-recebida
            move f15800-Value-unitario              to f07100-Value-unitario
            compute f07100-Value-total = f15700-qtde-cotada * f15800-Value-unitario
            move ws-data-entrega                    to f07100-data-entrega-prevista

            perform 9000-Write_Kaku-pd07100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f07100-item-Pedido_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 subtract 1                         from ws-pc-Seq-item(ws-idx)
                 exit section
            end-if

            add f07100-Value-total                  to ws-pc-Value-total(ws-idx)

            move ws-pc-Number-pedido(ws-idx)        to f15700-Number-pedido
            move ws-pc-Seq-item(ws-idx)             to f15700-Seq-item-pedido
            perform 9000-Rewrite_Kakinaosu-pd15700

            *> A requisicao de origem fica atendida pelo item do Pedido
            if   f15700-Number-requisicao greater zeros
                 initialize                         f15500-Requisicao_Compra
                 move lnk-CompanyCode               to f15500-CompanyCode
                 move lnk-BranchCode                to f15500-BranchCode
                 move f15700-Number-requisicao      to f15500-Number-requisicao
                 perform 9000-Read_Yomu-pd15500-ran
                 if   ws-OperationOK
                 and  f15500-requisicao-aprovada
                      set  f15500-requisicao-atendida to true
                      move f15700-Number-pedido     to f15500-Number-pedido
                      move f15700-Seq-item-pedido   to f15500-Seq-item-pedido
                      move ws-data-inv              to f15500-data-atendimento
                      perform 9000-Rewrite_Kakinaosu-pd15500
                 end-if
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-grava-cabecalho-pedido section.

            move c-serie-pedido-compra              to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                             f07000-Pedido_Compra
            move lnk-CompanyCode                    to f07000-CompanyCode
            move lnk-BranchCode                     to f07000-BranchCode
            move lnk-Number-documento               to f07000-Number-pedido
            move f15700-cd-fornecedor-vencedor      to f07000-cd-fornecedor
            move ws-data-inv                        to f07000-data-emissao
            move ws-data-entrega                    to f07000-data-entrega-prevista
            move zeros                              to f07000-Value-total
            set  f07000-pedido-aberto               to true
            move function numval(lnk-UserID)        to f07000-UserID-operacao

            perform 9000-Write_Kaku-pd07000
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f07000-Pedido_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add 1                                   to ws-qt-pedidos
            move f15700-cd-fornecedor-vencedor      to ws-pc-cd-fornecedor(ws-qt-pedidos)
            move f07000-Number-pedido               to ws-pc-Number-pedido(ws-qt-pedidos)
            move zeros                              to ws-pc-Seq-item(ws-qt-pedidos)
                                                       ws-pc-Value-total(ws-qt-pedidos)
            move ws-data-entrega                    to ws-pc-data-entrega(ws-qt-pedidos)

       exit.

      *>=================================================================================
       9000-Localiza-Produto section.

            move spaces                             to f-Desc-Product_Seihin
            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f-ProductCode                      to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin    to f-Desc-Product_Seihin
                 display f-Desc-Product_Seihin at line 17 col 57
            else
                 string "Product_Seihin no cadastrado! [" f-ProductCode "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-Number-cotacao greater zeros or ws-tecla-Cancela
                 accept f-Number-cotacao at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f15600-Cotacao_Compra
            move lnk-CompanyCode                    to f15600-CompanyCode
            move lnk-BranchCode                     to f15600-BranchCode
            move f-Number-cotacao                   to f15600-Number-cotacao
            perform 9000-Read_Yomu-pd15600-ran
            if   not ws-OperationOK
                 string "Cotacao no cadastrada! [" f-Number-cotacao "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f15600-Number-cotacao              to ws-Number-cotacao
            move f15600-data-cotacao                to f-data-cotacao
            move f15600-StatusID                    to f-StatusID
            move f15600-Desc-cotacao                to f-Desc-cotacao
            move f15600-data-limite-resposta        to f-data-limite-resposta

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd01900
            close pd02700
            close pd07000
            close pd07100
            close pd11900
            close pd15500
            close pd15600
            close pd15700
            close pd15800

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Cotacao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Cotacao

            perform 9000-StandardFrame
            display frm-Cotacao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR01900.cpy.
       copy CSR02700.cpy.
       copy CSR07000.cpy.
       copy CSR07100.cpy.
       copy CSR11900.cpy.
       copy CSR15500.cpy.
       copy CSR15600.cpy.
       copy CSR15700.cpy.
       copy CSR15800.cpy.
