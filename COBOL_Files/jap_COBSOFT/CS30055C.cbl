      $set sourceformat"free"
       program-id. CS30055C.
      *>=================================================================================
      *>
      *>     Embalagens Retornaveis - Saldo por Cliente / Transportadora
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01400.cpy.
       copy CSS01800.cpy.
       copy CSS03100.cpy.
       copy CSS03300.cpy.
       copy CSS07300.cpy.
       copy CSS07400.cpy.
       copy CSS18000.cpy.

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-extrato assign to disk wid-arq-extrato
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01400.cpy.
       copy CSF01800.cpy.
       copy CSF03100.cpy.
       copy CSF03300.cpy.
       copy CSF07300.cpy.
       copy CSF07400.cpy.
       copy CSF18000.cpy.

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).

       fd   arq-extrato.

       01   rs-arq-extrato                         pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30055C".
       78   c-ProgramDesc                   value "EMBALAGENS RETORNAVEIS".
       78   c-registrar-spool                      value "CS00123S".
       78   c-serie-pedido-venda                   value 902.
       78   c-max-vencidas                         value 50.
       78   c-max-extratos                         value 500.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW18000.cpy.

       01   lw-Email_Soushin.
            03 lw-destinatario-Email                  pic x(55).
            03 lw-assunto-Email                    pic x(100).
            03 lw-corpo-Email                      pic x(500).
            03 lw-anexo-1-Email                    pic x(200).
            03 lw-anexo-2-Email                    pic x(200).

       01   ws-WorkFields.
            03 wid-arq-Report_Repoto               pic x(200).
            03 wid-arq-extrato                     pic x(200).
            03 ws-Type-parceiro                    pic x(01).
            03 ws-cd-parceiro                      pic 9(09).
            03 ws-ProductCode                      pic 9(09).
            03 ws-Type-parceiro-anterior           pic x(01).
            03 ws-cd-parceiro-anterior             pic 9(09).
            03 ws-ProductCode-anterior             pic 9(09).
            03 ws-saldo                            pic 9(07)v9(04).
            03 ws-qtde-vencida                     pic 9(07)v9(04).
            03 ws-qtde                             pic 9(06)v9(04).
            03 ws-dias-posse                       pic s9(05).
            03 ws-dias-atraso                      pic s9(05).
            03 ws-faixa-ate-30                     pic 9(07)v9(04).
            03 ws-faixa-31-60                      pic 9(07)v9(04).
            03 ws-faixa-61-90                      pic 9(07)v9(04).
            03 ws-faixa-acima-90                   pic 9(07)v9(04).
            03 ws-Number-pedido                    pic 9(09).
            03 ws-Seq-item                         pic 9(04).
            03 ws-Value-total-pedido               pic 9(09)v9(02).
            03 ws-Value-cobranca                   pic 9(09)v9(02).
            03 ws-contador-Report_Repoto           pic 9(07).
            03 ws-contador-extratos                pic 9(05).
            03 ws-contador-emails                  pic 9(05).
            03 ws-contador-linhas-extrato          pic 9(05).
            03 ws-ptr-corpo                        pic 9(04).
            03 ws-qtde-display                     pic zzz.zz9.
            03 ws-saldo-display                    pic zzz.zz9.
            03 ws-vencida-display                  pic zzz.zz9.
            03 ws-faixa-1-display                  pic zzz.zz9.
            03 ws-faixa-2-display                  pic zzz.zz9.
            03 ws-faixa-3-display                  pic zzz.zz9.
            03 ws-faixa-4-display                  pic zzz.zz9.
            03 ws-dias-display                     pic zzzz9.
            03 ws-valor-display                    pic zzz.zzz.zz9,99.
            03 ws-razao-social-parceiro            pic x(55).
            03 ws-id-parceiro                      pic x(01).
               88 ws-parceiro-valido                   value "S".
               88 ws-parceiro-invalido                 value "N".
            03 ws-id-embalagem                     pic x(01).
               88 ws-embalagem-valida                  value "S".
               88 ws-embalagem-invalida                value "N".
            03 ws-id-envio-extrato                 pic x(01).
               88 ws-envia-extrato                     value "S".
               88 ws-nao-envia-extrato                 value "N".
            03 ws-id-parceiro-vencido              pic x(01).
               88 ws-parceiro-com-vencidas             value "S".
               88 ws-parceiro-sem-vencidas             value "N".

       01   ws-Tabela-Vencidas.
            03 ws-qtde-itens-vencidos              pic 9(03).
            03 ws-item-vencido occurs c-max-vencidas times.
               05 ws-ProductCode-vencido           pic 9(09).
               05 ws-qtde-item-vencido             pic 9(06)v9(04).
       01   ws-ind-vencido                         pic 9(03).

       01   ws-Tabela-Extratos.
            03 ws-qtde-extratos                    pic 9(03).
            03 ws-cd-cliente-extrato occurs c-max-extratos times pic 9(09).
       01   ws-ind-extrato                         pic 9(03).

       01   f-Embalagem.
            03 f-Type-parceiro                     pic x(01).
            03 f-cd-parceiro                       pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin               pic x(55).
            03 f-saldo                             pic zzzzzz9.
            03 f-qtde-vencida                      pic zzzzzz9.
            03 f-qtde                              pic zzzzz9.
            03 f-Number-documento                  pic 9(09).
            03 f-Series-documento                  pic x(03).
            03 f-cfop                              pic 9(04).
            03 f-Desc-cfop                         pic x(55).
            03 f-envia-extrato                     pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Embalagem.
            03 line 11 col 07   pic x(26) value "Parceiro (C=Cli/T=Transp):".
            03 line 11 col 34   pic x(01) from f-Type-parceiro.
            03 line 13 col 10   pic x(23) value "Codigo do Parceiro....:".
            03 line 13 col 34   pic 9(09) from f-cd-parceiro.
            03 line 13 col 45   pic x(55) from f-razao-social.
            03 line 15 col 10   pic x(23) value "Embalagem (Produto)...:".
            03 line 15 col 34   pic 9(09) from f-ProductCode.
            03 line 15 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 17 col 10   pic x(23) value "Saldo com o Parceiro..:".
            03 line 17 col 34   pic zzzzzz9 from f-saldo.
            03 line 17 col 45   pic x(18) value "Vencido no Prazo:".
            03 line 17 col 64   pic zzzzzz9 from f-qtde-vencida.
            03 line 19 col 10   pic x(23) value "Quantidade............:".
            03 line 19 col 34   pic zzzzz9 from f-qtde.
            03 line 21 col 10   pic x(23) value "Nota Fiscal...........:".
            03 line 21 col 34   pic 9(09) from f-Number-documento.
            03 line 21 col 50   pic x(08) value "Serie:".
            03 line 21 col 59   pic x(03) from f-Series-documento.
            03 line 23 col 10   pic x(23) value "CFOP..................:".
            03 line 23 col 34   pic 9(04) from f-cfop.
            03 line 23 col 45   pic x(55) from f-Desc-cfop.
            03 line 25 col 10   pic x(23) value "Envia Extrato (S/N)...:".
            03 line 25 col 34   pic x(01) from f-envia-extrato.

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
            perform 9000-Open_Akeru-i-pd03100
            perform 9000-Open_Akeru-i-pd03300
            perform 9000-Open_Akeru-io-pd07300
            perform 9000-Open_Akeru-io-pd07400
            perform 9000-Open_Akeru-i-pd18000

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
                     perform 2100-Registrar-Retorno
                when 02
                     perform 2100-Consultar-Saldo
                when 03
                     perform 2100-Remessa-Avulsa
                when 04
                     perform 2100-Faturar-Vencidas
                when 05
                     perform 2100-Report_Repoto
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Retorno das embalagens com a nota de entrada do parceiro (CFOP de
      *> retorno de vasilhame 1921/2921); baixa as remessas mais antigas
       2100-Registrar-Retorno section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Parceiro
            if   ws-parceiro-invalido
                 exit section
            end-if

            perform 9000-Accept-Embalagem
            if   ws-embalagem-invalida
                 exit section
            end-if

            if   ws-saldo equal zeros
                 move "Parceiro sem saldo desta embalagem!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-Accept-Quantidade
            if   ws-tecla-Cancela
                 exit section
            end-if

            if   ws-qtde greater ws-saldo
                 move "Quantidade devolvida maior que o saldo com o parceiro!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform until f-Number-documento greater zeros or ws-tecla-Cancela
                 accept f-Number-documento at line 21 col 34 with update auto-skip
            end-perform

            perform until f-Series-documento not equal spaces or ws-tecla-Cancela
                 accept f-Series-documento at line 21 col 59 with update auto-skip
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-cfop at line 23 col 34 with update auto-skip

                 perform 9000-valida-cfop
                 if   ws-OperationOK
                      if   f03300-operacao-entrada
                      and  f-cfop(2:3) equal "921"
                           exit perform
                      end-if
                      string "Retorno exige CFOP de entrada 1921/2921! [" f-cfop "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirma o retorno das embalagens? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             lw-Embalagem
            set  lw-retorno-embalagem               to true
            move 01                                 to lw-Type-nota-embalagem
            move f-Number-documento                 to lw-Number-documento-embalagem
            move f-Series-documento                 to lw-Series-documento-embalagem
            move f-cfop                             to lw-cfop-embalagem
            perform 9000-registra-movimento

       exit.

      *>=================================================================================
       2100-Consultar-Saldo section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Parceiro
            if   ws-parceiro-invalido
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            move zeros                              to ws-contador-Report_Repoto
                                                       ws-ProductCode-anterior
                                                       ws-saldo
                                                       ws-qtde-vencida

            initialize                             f18000-Movimento_Embalagem
            move lnk-CompanyCode                    to f18000-CompanyCode
            move lnk-BranchCode                     to f18000-BranchCode
            move ws-Type-parceiro                   to f18000-Type-parceiro
            move ws-cd-parceiro                     to f18000-cd-parceiro
            move zeros                              to f18000-ProductCode
                                                       f18000-Seq
            perform 9000-str-pd18000-grt
            perform 9000-Read_Yomu-pd18000-nex
            perform until not ws-OperationOK
                       or f18000-CompanyCode    not equal lnk-CompanyCode
                       or f18000-BranchCode     not equal lnk-BranchCode
                       or f18000-Type-parceiro  not equal ws-Type-parceiro
                       or f18000-cd-parceiro    not equal ws-cd-parceiro

                 if   f18000-ProductCode not equal ws-ProductCode-anterior
                      perform 2200-mostra-saldo-produto
                      move f18000-ProductCode       to ws-ProductCode-anterior
                 end-if

                 if   f18000-movimento-remessa
                      add  f18000-qtde-pendente     to ws-saldo
                      if   f18000-data-limite-retorno less ws-data-inv
                           add  f18000-qtde-pendente to ws-qtde-vencida
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd18000-nex
            end-perform

            perform 2200-mostra-saldo-produto

            if   ws-contador-Report_Repoto equal zeros
                 move "Parceiro sem embalagens em seu poder." to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-mostra-saldo-produto section.

            if   ws-ProductCode-anterior equal zeros
                 exit section
            end-if

            if   ws-saldo greater zeros
                 add  1                             to ws-contador-Report_Repoto
                 move ws-ProductCode-anterior       to f-ProductCode
                 move spaces                        to f-Desc-Product_Seihin
                 perform 9000-le-produto
                 move ws-saldo                      to f-saldo
                 move ws-qtde-vencida               to f-qtde-vencida
                 perform 8000-Screen_Gamen

                 move ws-saldo                      to ws-saldo-display
                 move ws-qtde-vencida               to ws-vencida-display
                 string "Embalagem [" ws-ProductCode-anterior "] saldo " ws-saldo-display
                        " - vencido " ws-vencida-display
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move zeros                              to ws-saldo
                                                       ws-qtde-vencida

       exit.

      *>=================================================================================
      *> Embalagem entregue sem nota de remessa propria (emprestimo ao
      *> parceiro, acerto de inventario de pallets)
       2100-Remessa-Avulsa section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Parceiro
            if   ws-parceiro-invalido
                 exit section
            end-if

            perform 9000-Accept-Embalagem
            if   ws-embalagem-invalida
                 exit section
            end-if

            perform 9000-Accept-Quantidade
            if   ws-tecla-Cancela
                 exit section
            end-if

            *> Nota e CFOP opcionais; quando informado, o CFOP e o de remessa
            *> de vasilhame
            accept f-Number-documento at line 21 col 34 with update auto-skip
            if   f-Number-documento greater zeros
                 perform until f-Series-documento not equal spaces or ws-tecla-Cancela
                      accept f-Series-documento at line 21 col 59 with update auto-skip
                 end-perform
            end-if

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-cfop at line 23 col 34 with update auto-skip
                 if   f-cfop equal zeros
                      exit perform
                 end-if

                 perform 9000-valida-cfop
                 if   ws-OperationOK
                      if   f03300-operacao-saida
                      and  f-cfop(2:3) equal "920"
                           exit perform
                      end-if
                      string "Remessa exige CFOP de saida 5920/6920! [" f-cfop "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirma a remessa das embalagens? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             lw-Embalagem
            set  lw-remessa-embalagem               to true
            if   f-Number-documento greater zeros
                 move 01                            to lw-Type-nota-embalagem
            end-if
            move f-Number-documento                 to lw-Number-documento-embalagem
            move f-Series-documento                 to lw-Series-documento-embalagem
            move f-cfop                             to lw-cfop-embalagem
            perform 9000-registra-movimento

       exit.

      *>=================================================================================
      *> Embalagem em poder do cliente alem do prazo acordado vira Pedido de
      *> Venda pelo valor de reposicao; o faturamento segue pelo CS30003C e
      *> as remessas cobradas saem do saldo do cliente
       2100-Faturar-Vencidas section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            *> Somente embalagem em poder de cliente e faturada
            move "C"                                to f-Type-parceiro
            perform 8000-Screen_Gamen
            perform 9000-Accept-Parceiro
            if   ws-parceiro-invalido
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            initialize                             ws-Tabela-Vencidas
            move zeros                              to ws-ProductCode-anterior
                                                       ws-qtde-vencida
                                                       ws-Value-cobranca

            initialize                             f18000-Movimento_Embalagem
            move lnk-CompanyCode                    to f18000-CompanyCode
            move lnk-BranchCode                     to f18000-BranchCode
            move ws-Type-parceiro                   to f18000-Type-parceiro
            move ws-cd-parceiro                     to f18000-cd-parceiro
            move zeros                              to f18000-ProductCode
                                                       f18000-Seq
            perform 9000-str-pd18000-grt
            perform 9000-Read_Yomu-pd18000-nex
            perform until not ws-OperationOK
                       or f18000-CompanyCode    not equal lnk-CompanyCode
                       or f18000-BranchCode     not equal lnk-BranchCode
                       or f18000-Type-parceiro  not equal ws-Type-parceiro
                       or f18000-cd-parceiro    not equal ws-cd-parceiro

                 if   f18000-ProductCode not equal ws-ProductCode-anterior
                      perform 2200-acumula-vencida
                      move f18000-ProductCode       to ws-ProductCode-anterior
                 end-if

                 if   f18000-movimento-remessa
                 and  f18000-data-limite-retorno less ws-data-inv
                      add  f18000-qtde-pendente     to ws-qtde-vencida
                 end-if

                 perform 9000-Read_Yomu-pd18000-nex
            end-perform

            perform 2200-acumula-vencida

            if   ws-qtde-itens-vencidos equal zeros
                 move "Cliente sem embalagens vencidas a faturar." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-Value-cobranca                  to ws-valor-display
            string "Faturar " ws-qtde-itens-vencidos " embalagens em atraso - total " ws-valor-display " ? [S/N]"
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Numeracao serializada na Series reservada a Pedidos de Venda
            move c-serie-pedido-venda               to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            move lnk-Number-documento               to ws-Number-pedido

            initialize                             f07300-Pedido_Venda
            move lnk-CompanyCode                    to f07300-CompanyCode
            move lnk-BranchCode                     to f07300-BranchCode
            move ws-Number-pedido                   to f07300-Number-pedido
            move ws-cd-parceiro                     to f07300-cd-cliente
            move ws-data-inv                        to f07300-data-emissao
            move ws-data-inv                        to f07300-data-entrega-solicitada
            move zeros                              to f07300-Value-total
            set  f07300-pedido-aberto               to true
            move function numval(lnk-UserID)        to f07300-UserID-operacao

            perform 9000-Write_Kaku-pd07300
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f07300-Pedido_Venda - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-Seq-item
                                                       ws-Value-total-pedido

            perform varying ws-ind-vencido from 1 by 1
                    until ws-ind-vencido greater ws-qtde-itens-vencidos
                 perform 2200-fatura-item-vencido
            end-perform

            initialize                             f07300-Pedido_Venda
            move lnk-CompanyCode                    to f07300-CompanyCode
            move lnk-BranchCode                     to f07300-BranchCode
            move ws-Number-pedido                   to f07300-Number-pedido
            perform 9000-Read_Yomu-pd07300-ran
            if   ws-OperationOK
                 move ws-Value-total-pedido         to f07300-Value-total
                 perform 9000-Rewrite_Kakinaosu-pd07300
            end-if

            string "Pedido de Venda [" ws-Number-pedido "] gerado com " ws-Seq-item " embalagens vencidas!"
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Embalagem sem valor de reposicao cadastrado nao entra na cobranca
       2200-acumula-vencida section.

            if   ws-ProductCode-anterior equal zeros
            or   ws-qtde-vencida equal zeros
                 move zeros                         to ws-qtde-vencida
                 exit section
            end-if

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move ws-ProductCode-anterior            to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
            or   f01800-vl-reposicao-embalagem equal zeros
                 string "Embalagem [" ws-ProductCode-anterior "] sem valor de reposicao - fora da cobranca!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move zeros                         to ws-qtde-vencida
                 exit section
            end-if

            if   ws-qtde-itens-vencidos not less c-max-vencidas
                 move zeros                         to ws-qtde-vencida
                 exit section
            end-if

            add  1                                  to ws-qtde-itens-vencidos
            move ws-ProductCode-anterior            to ws-ProductCode-vencido(ws-qtde-itens-vencidos)
            move ws-qtde-vencida                    to ws-qtde-item-vencido(ws-qtde-itens-vencidos)

            compute ws-Value-cobranca =
                    ws-Value-cobranca
                    + (ws-qtde-vencida * f01800-vl-reposicao-embalagem)

            move zeros                              to ws-qtde-vencida

       exit.

      *>=================================================================================
      *> O item vai sem reserva: a embalagem ja esta com o cliente
       2200-fatura-item-vencido section.

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move ws-ProductCode-vencido(ws-ind-vencido) to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             lw-Embalagem
            move ws-Type-parceiro                   to lw-Type-parceiro-embalagem
            move ws-cd-parceiro                     to lw-cd-parceiro-embalagem
            move f01800-ProductCode                 to lw-ProductCode-embalagem
            set  lw-faturamento-embalagem           to true
            move ws-qtde-item-vencido(ws-ind-vencido) to lw-qtde-embalagem
            move ws-data-inv                        to lw-data-movimento-embalagem
            move ws-Number-pedido                   to lw-Number-pedido-embalagem
            call c-movimento-embalagem using lnk-par lw-Embalagem
            cancel c-movimento-embalagem

            if   not lw-embalagem-registrada
                 string "Embalagem [" f01800-ProductCode "] nao baixada do saldo - fora do pedido!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-Seq-item

            initialize                             f07400-item-Pedido_Venda
            move lnk-CompanyCode                    to f07400-CompanyCode
            move lnk-BranchCode                     to f07400-BranchCode
            move ws-Number-pedido                   to f07400-Number-pedido
            move ws-Seq-item                        to f07400-Seq
            move f01800-ProductCode                 to f07400-ProductCode
            move ws-qtde-item-vencido(ws-ind-vencido) to f07400-qtde-pedida
            move zeros                              to f07400-qtde-faturada
                                                       f07400-qtde-reservada
            move f01800-vl-reposicao-embalagem      to f07400-Value-unitario
            move f01800-aliq-ipi                    to f07400-aliq-ipi
            move ws-data-inv                        to f07400-data-entrega-solicitada

            perform 9000-Write_Kaku-pd07400
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f07400-item-Pedido_Venda - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            compute ws-Value-total-pedido =
                    ws-Value-total-pedido
                    + (f07400-qtde-pedida * f07400-Value-unitario)

       exit.

      *>=================================================================================
      *> Aging das embalagens em poder de terceiros por tempo de posse; o
      *> cliente com embalagem alem do prazo acordado recebe o extrato
       2100-Report_Repoto section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-envia-extrato equal "S" or "N" or ws-tecla-Cancela
                 accept f-envia-extrato at line 25 col 34 with update auto-skip
                 move function upper-case(f-envia-extrato) to f-envia-extrato
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move f-envia-extrato                    to ws-id-envio-extrato

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\EMBALAGENS_AGING_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "EMBALAGENS RETORNAVEIS EM PODER DE TERCEIROS - POSICAO EM " ws-data-inv
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "T PARCEIRO  EMBALAGEM    SALDO  ATE 30  31-60  61-90  +90   VENCIDO" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            initialize                             ws-Tabela-Extratos
            move zeros                              to ws-contador-Report_Repoto
                                                       ws-ProductCode-anterior
                                                       ws-cd-parceiro-anterior
            move spaces                             to ws-Type-parceiro-anterior
            perform 9000-zera-faixas
            set  ws-parceiro-sem-vencidas           to true

            initialize                             f18000-Movimento_Embalagem
            move lnk-CompanyCode                    to f18000-CompanyCode
            move lnk-BranchCode                     to f18000-BranchCode
            move spaces                             to f18000-Type-parceiro
            move zeros                              to f18000-cd-parceiro
                                                       f18000-ProductCode
                                                       f18000-Seq
            perform 9000-str-pd18000-grt
            perform 9000-Read_Yomu-pd18000-nex
            perform until not ws-OperationOK
                       or f18000-CompanyCode    not equal lnk-CompanyCode
                       or f18000-BranchCode     not equal lnk-BranchCode

                 if   f18000-Type-parceiro not equal ws-Type-parceiro-anterior
                 or   f18000-cd-parceiro   not equal ws-cd-parceiro-anterior
                 or   f18000-ProductCode   not equal ws-ProductCode-anterior
                      perform 2200-linha-aging
                 end-if

                 if   f18000-Type-parceiro not equal ws-Type-parceiro-anterior
                 or   f18000-cd-parceiro   not equal ws-cd-parceiro-anterior
                      perform 2200-quebra-parceiro
                 end-if

                 move f18000-Type-parceiro          to ws-Type-parceiro-anterior
                 move f18000-cd-parceiro            to ws-cd-parceiro-anterior
                 move f18000-ProductCode            to ws-ProductCode-anterior

                 if   f18000-movimento-remessa
                 and  f18000-qtde-pendente greater zeros
                      perform 2200-acumula-faixa
                 end-if

                 perform 9000-Read_Yomu-pd18000-nex
            end-perform

            perform 2200-linha-aging
            perform 2200-quebra-parceiro

            if   ws-contador-Report_Repoto equal zeros
                 move "   NENHUMA EMBALAGEM EM PODER DE TERCEIROS" to rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "AGING EMBALAGENS " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            move zeros                              to ws-contador-extratos
                                                       ws-contador-emails
            perform varying ws-ind-extrato from 1 by 1
                    until ws-ind-extrato greater ws-qtde-extratos
                 perform 2200-extrato-cliente
            end-perform

            string ws-contador-Report_Repoto " linhas em " wid-arq-Report_Repoto
                   " - extratos " ws-contador-extratos " enviados " ws-contador-emails
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-acumula-faixa section.

            compute ws-dias-posse =
                    function integer-of-date(ws-data-inv)
                  - function integer-of-date(f18000-data-movimento)

            evaluate true
                when ws-dias-posse not greater 30
                     add  f18000-qtde-pendente      to ws-faixa-ate-30
                when ws-dias-posse not greater 60
                     add  f18000-qtde-pendente      to ws-faixa-31-60
                when ws-dias-posse not greater 90
                     add  f18000-qtde-pendente      to ws-faixa-61-90
                when other
                     add  f18000-qtde-pendente      to ws-faixa-acima-90
            end-evaluate

            add  f18000-qtde-pendente               to ws-saldo

            if   f18000-data-limite-retorno less ws-data-inv
                 add  f18000-qtde-pendente          to ws-qtde-vencida
                 set  ws-parceiro-com-vencidas      to true
            end-if

       exit.

      *>=================================================================================
       2200-linha-aging section.

            if   ws-saldo greater zeros
                 add  1                             to ws-contador-Report_Repoto
                 move ws-saldo                      to ws-saldo-display
                 move ws-faixa-ate-30               to ws-faixa-1-display
                 move ws-faixa-31-60                to ws-faixa-2-display
                 move ws-faixa-61-90                to ws-faixa-3-display
                 move ws-faixa-acima-90             to ws-faixa-4-display
                 move ws-qtde-vencida               to ws-vencida-display
                 move spaces                        to rs-arq-Report_Repoto
                 string ws-Type-parceiro-anterior " " ws-cd-parceiro-anterior
                        " " ws-ProductCode-anterior " " ws-saldo-display
                        " " ws-faixa-1-display " " ws-faixa-2-display
                        " " ws-faixa-3-display " " ws-faixa-4-display
                        " " ws-vencida-display
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            perform 9000-zera-faixas

       exit.

      *>=================================================================================
      *> Extrato somente para cliente; a transportadora acerta os pallets na
      *> conferencia do frete
       2200-quebra-parceiro section.

            if   ws-parceiro-com-vencidas
            and  ws-Type-parceiro-anterior equal "C"
            and  ws-envia-extrato
            and  ws-qtde-extratos less c-max-extratos
                 add  1                             to ws-qtde-extratos
                 move ws-cd-parceiro-anterior       to ws-cd-cliente-extrato(ws-qtde-extratos)
            end-if

            set  ws-parceiro-sem-vencidas           to true

       exit.

      *>=================================================================================
       2200-extrato-cliente section.

            move ws-cd-cliente-extrato(ws-ind-extrato) to ws-cd-parceiro

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move ws-cd-parceiro                     to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
                 exit section
            end-if

            move spaces                             to wid-arq-extrato
            string lnk-tmp-path delimited by "  "
                   "\EXTRATO_EMBALAGEM_" ws-cd-parceiro "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-extrato
            open output arq-extrato
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Extrato - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-extrato
            string function trim(lnk-razao-social) delimited by size into rs-arq-extrato
            write rs-arq-extrato
            move spaces                             to rs-arq-extrato
            string "EXTRATO DE EMBALAGENS RETORNAVEIS EM " ws-data-inv
                   delimited by size into rs-arq-extrato
            write rs-arq-extrato
            move spaces                             to rs-arq-extrato
            string "CLIENTE " ws-cd-parceiro " - " f01400-razao-social
                   delimited by size into rs-arq-extrato
            write rs-arq-extrato
            move spaces                             to rs-arq-extrato
            write rs-arq-extrato
            move "EMBALAGEM DESCRICAO                     REMESSA  NOTA       LIMITE     QTDE  ATRASO" to rs-arq-extrato
            write rs-arq-extrato

            move zeros                              to ws-contador-linhas-extrato
                                                       ws-Value-cobranca

            initialize                             f18000-Movimento_Embalagem
            move lnk-CompanyCode                    to f18000-CompanyCode
            move lnk-BranchCode                     to f18000-BranchCode
            move "C"                                to f18000-Type-parceiro
            move ws-cd-parceiro                     to f18000-cd-parceiro
            move zeros                              to f18000-ProductCode
                                                       f18000-Seq
            perform 9000-str-pd18000-grt
            perform 9000-Read_Yomu-pd18000-nex
            perform until not ws-OperationOK
                       or f18000-CompanyCode    not equal lnk-CompanyCode
                       or f18000-BranchCode     not equal lnk-BranchCode
                       or f18000-Type-parceiro  not equal "C"
                       or f18000-cd-parceiro    not equal ws-cd-parceiro

                 if   f18000-movimento-remessa
                 and  f18000-qtde-pendente greater zeros
                      perform 2200-linha-extrato
                 end-if

                 perform 9000-Read_Yomu-pd18000-nex
            end-perform

            move spaces                             to rs-arq-extrato
            write rs-arq-extrato
            move ws-Value-cobranca                  to ws-valor-display
            move spaces                             to rs-arq-extrato
            string "VALOR DE REPOSICAO DAS EMBALAGENS EM ATRASO: " ws-valor-display
                   delimited by size into rs-arq-extrato
            write rs-arq-extrato
            move "AS EMBALAGENS EM ATRASO NAO DEVOLVIDAS SERAO FATURADAS PELO VALOR DE REPOSICAO." to rs-arq-extrato
            write rs-arq-extrato

            close arq-extrato
            add  1                                  to ws-contador-extratos

            if   f01400-Email equal spaces
                 exit section
            end-if

            initialize                             lw-Email_Soushin
            move f01400-Email                       to lw-destinatario-Email
            string "Extrato de embalagens retornaveis - " function trim(lnk-razao-social)
                   delimited by size into lw-assunto-Email
            move 1                                  to ws-ptr-corpo
            string "Segue em anexo o extrato das embalagens retornaveis em seu poder em "
                   ws-data-inv ", com os itens que ultrapassaram o prazo acordado "
                   "para devolucao. Pedimos providenciar o retorno; as embalagens "
                   "nao devolvidas serao faturadas pelo valor de reposicao."
                   delimited by size into lw-corpo-Email with pointer ws-ptr-corpo
            move wid-arq-extrato                    to lw-anexo-1-Email

            call c-enviar-Email_Soushin using lnk-par lw-Email_Soushin
            cancel c-enviar-Email_Soushin
            add  1                                  to ws-contador-emails

       exit.

      *>=================================================================================
       2200-linha-extrato section.

            if   f18000-ProductCode not equal f01800-ProductCode
                 initialize                        f01800-Product_Seihin
                 move f18000-CompanyCode            to f01800-CompanyCode
                 move f18000-BranchCode             to f01800-BranchCode
                 move f18000-ProductCode            to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 move "00"                          to ws-AccessResult
            end-if

            compute ws-dias-atraso =
                    function integer-of-date(ws-data-inv)
                  - function integer-of-date(f18000-data-limite-retorno)
            if   ws-dias-atraso less zeros
                 move zeros                         to ws-dias-atraso
            else
                 compute ws-Value-cobranca =
                         ws-Value-cobranca
                         + (f18000-qtde-pendente * f01800-vl-reposicao-embalagem)
            end-if

            move f18000-qtde-pendente               to ws-qtde-display
            move ws-dias-atraso                     to ws-dias-display

            move spaces                             to rs-arq-extrato
            string f18000-ProductCode " " f01800-Desc-Product_Seihin(1:30)
                   " " f18000-data-movimento " " f18000-Number-documento
                   " " f18000-data-limite-retorno " " ws-qtde-display
                   " " ws-dias-display
                   delimited by size into rs-arq-extrato
            write rs-arq-extrato
            add  1                                  to ws-contador-linhas-extrato

       exit.

      *>=================================================================================
       9000-zera-faixas section.

            move zeros                              to ws-saldo
                                                       ws-qtde-vencida
                                                       ws-faixa-ate-30
                                                       ws-faixa-31-60
                                                       ws-faixa-61-90
                                                       ws-faixa-acima-90

       exit.

      *>=================================================================================
      *> Cliente do cadastro de clientes ou transportadora do cadastro de
      *> transportadoras
       9000-Accept-Parceiro section.

            set  ws-parceiro-invalido               to true

            perform until f-Type-parceiro equal "C" or "T" or ws-tecla-Cancela
                 accept f-Type-parceiro at line 11 col 34 with update auto-skip
                 move function upper-case(f-Type-parceiro) to f-Type-parceiro
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 accept f-cd-parceiro at line 13 col 34 with update auto-skip
                 if   f-cd-parceiro greater zeros
                      perform 9000-le-parceiro
                      if   ws-parceiro-valido
                           exit perform
                      end-if
                      string "Parceiro nao cadastrado! [" f-Type-parceiro " " f-cd-parceiro "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-perform

            move f-Type-parceiro                    to ws-Type-parceiro
            move f-cd-parceiro                      to ws-cd-parceiro
            move ws-razao-social-parceiro           to f-razao-social
            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       9000-le-parceiro section.

            set  ws-parceiro-invalido               to true
            move spaces                             to ws-razao-social-parceiro

            if   f-Type-parceiro equal "C"
                 initialize                        f01400-cliente
                 move lnk-CompanyCode               to f01400-CompanyCode
                 move lnk-BranchCode                to f01400-BranchCode
                 move f-cd-parceiro                 to f01400-cd-cliente
                 perform 9000-Read_Yomu-pd01400-ran
                 if   ws-OperationOK
                      set  ws-parceiro-valido       to true
                      move f01400-razao-social      to ws-razao-social-parceiro
                 end-if
            else
                 if   f-cd-parceiro greater 9999
                      exit section
                 end-if
                 initialize                        f03100-transportadora
                 move lnk-CompanyCode               to f03100-CompanyCode
                 move lnk-BranchCode                to f03100-BranchCode
                 move f-cd-parceiro                 to f03100-cd-transportadora
                 perform 9000-Read_Yomu-pd03100-ran
                 if   ws-OperationOK
                      set  ws-parceiro-valido       to true
                      move f03100-razao-social      to ws-razao-social-parceiro
                 end-if
            end-if

       exit.

      *>=================================================================================
       9000-Accept-Embalagem section.

            set  ws-embalagem-invalida              to true

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 accept f-ProductCode at line 15 col 34 with update auto-skip
                 if   f-ProductCode greater zeros
                      perform 9000-le-produto
                      if   ws-OperationOK
                      and  f01800-embalagem-retornavel
                           exit perform
                      end-if
                      string "Product_Seihin nao e embalagem retornavel! [" f-ProductCode "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      move spaces                   to f-Desc-Product_Seihin
                 end-if
            end-perform

            set  ws-embalagem-valida                to true
            move f-ProductCode                      to ws-ProductCode

            perform 9000-saldo-parceiro-produto
            move ws-saldo                           to f-saldo
            move ws-qtde-vencida                    to f-qtde-vencida
            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       9000-le-produto section.

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f-ProductCode                      to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin    to f-Desc-Product_Seihin
            end-if

       exit.

      *>=================================================================================
       9000-saldo-parceiro-produto section.

            accept ws-data-inv                     from date yyyymmdd

            move zeros                              to ws-saldo
                                                       ws-qtde-vencida

            initialize                             f18000-Movimento_Embalagem
            move lnk-CompanyCode                    to f18000-CompanyCode
            move lnk-BranchCode                     to f18000-BranchCode
            move ws-Type-parceiro                   to f18000-Type-parceiro
            move ws-cd-parceiro                     to f18000-cd-parceiro
            move ws-ProductCode                     to f18000-ProductCode
            move zeros                              to f18000-Seq
            perform 9000-str-pd18000-grt
            perform 9000-Read_Yomu-pd18000-nex
            perform until not ws-OperationOK
                       or f18000-CompanyCode    not equal lnk-CompanyCode
                       or f18000-BranchCode     not equal lnk-BranchCode
                       or f18000-Type-parceiro  not equal ws-Type-parceiro
                       or f18000-cd-parceiro    not equal ws-cd-parceiro
                       or f18000-ProductCode    not equal ws-ProductCode

                 if   f18000-movimento-remessa
                      add  f18000-qtde-pendente     to ws-saldo
                      if   f18000-data-limite-retorno less ws-data-inv
                           add  f18000-qtde-pendente to ws-qtde-vencida
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd18000-nex
            end-perform

       exit.

      *>=================================================================================
       9000-Accept-Quantidade section.

            move zeros                              to ws-qtde
            perform until ws-qtde greater zeros or ws-tecla-Cancela
                 accept f-qtde at line 19 col 34 with update auto-skip
                 move f-qtde                        to ws-qtde
            end-perform

       exit.

      *>=================================================================================
       9000-valida-cfop section.

            move spaces                             to f-Desc-cfop

            initialize                             f03300-codigo-fiscal
            move lnk-CompanyCode                    to f03300-CompanyCode
            move lnk-BranchCode                     to f03300-BranchCode
            set  f03300-codigo-cfop                 to true
            move f-cfop                             to f03300-cd-codigo
            perform 9000-Read_Yomu-pd03300-ran
            if   not ws-OperationOK
            or   f03300-codigo-inativo
                 string "CFOP invalido ou inativo! [" f-cfop "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "23"                          to ws-AccessResult
                 exit section
            end-if

            move f03300-Desc-codigo                 to f-Desc-cfop
            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       9000-registra-movimento section.

            move ws-Type-parceiro                   to lw-Type-parceiro-embalagem
            move ws-cd-parceiro                     to lw-cd-parceiro-embalagem
            move ws-ProductCode                     to lw-ProductCode-embalagem
            move ws-qtde                            to lw-qtde-embalagem
            call c-movimento-embalagem using lnk-par lw-Embalagem
            cancel c-movimento-embalagem

            evaluate true
                when lw-embalagem-registrada
                     move lw-saldo-embalagem        to ws-saldo-display
                     string "Movimento registrado - saldo com o parceiro " ws-saldo-display
                            delimited by size into ws-Message_Messeji
                when lw-embalagem-saldo-insuficiente
                     move "Quantidade maior que o saldo com o parceiro!" to ws-Message_Messeji
                when lw-embalagem-nao-cadastrada
                     move "Product_Seihin nao e embalagem retornavel!" to ws-Message_Messeji
                when other
                     move "Error_Eraa ao gravar o movimento de embalagem!" to ws-Message_Messeji
            end-evaluate
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01400
            close pd01800
            close pd03100
            close pd03300
            close pd07300
            close pd07400
            close pd18000

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Embalagem

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Embalagem

            perform 9000-StandardFrame
            display frm-Embalagem

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01400.cpy.
       copy CSR01800.cpy.
       copy CSR03100.cpy.
       copy CSR03300.cpy.
       copy CSR07300.cpy.
       copy CSR07400.cpy.
       copy CSR18000.cpy.
