      $set sourceformat"free"
       program-id. CS30050C.
      *>=================================================================================
      *>
      *>        Custodia de Cheques Pre-Datados e Cheques Devolvidos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01400.cpy.
       copy CSS02400.cpy.
       copy CSS02450.cpy.
       copy CSS14200.cpy.
       copy CSS15000.cpy.
       copy CSS15100.cpy.

            select arq-cheques assign to disk wid-arq-cheques
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01400.cpy.
       copy CSF02400.cpy.
       copy CSF02450.cpy.
       copy CSF14200.cpy.
       copy CSF15000.cpy.
       copy CSF15100.cpy.

       fd   arq-cheques.

       01   rs-arq-cheques                         pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30050C".
       78   c-ProgramDesc                   value "CUSTODIA DE CHEQUES".

       78   c-registrar-spool                      value "CS00123S".
       78   c-auditoria-cadastro                   value "CS00116S".
       78   c-serie-tarifa-cheque                  value 910.
       78   c-motivo-cheque-devolvido              value "CHEQUE DEVOLVIDO".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW08800.cpy.
       copy CSW11100.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 wid-arq-cheques                     pic x(200).
            03 ws-data-deposito                    pic 9(08).
            03 ws-data-limite                      pic 9(08).
            03 ws-cd-conta-deposito                pic 9(03).
            03 ws-data-quebra                      pic 9(08).
            03 ws-qtde-cheques                     pic 9(05).
            03 ws-qtde-dia                         pic 9(05).
            03 ws-Value-total                      pic 9(13)v9(02).
            03 ws-Value-dia                        pic 9(13)v9(02).
            03 ws-Value-baixa                      pic 9(09)v9(02).
            03 ws-Value-nao-vinculado              pic 9(09)v9(02).
            03 ws-Value-tarifa                     pic 9(07)v9(02).
            03 ws-alinea-devolucao                 pic 9(02).
            03 ws-cd-cliente                       pic 9(09).
            03 ws-Value-x                          pic z.zzz.zzz.zz9,99.
            03 ws-Value-x-2                        pic zzz.zzz.zz9,99.
            03 ws-id-lote                          pic x(01).
               88 ws-fim-lote                          value "S".
               88 ws-continua-lote                     value "N".
            03 ws-id-pendencia                     pic x(01).
               88 ws-com-pendencia                     value "S".
               88 ws-sem-pendencia                     value "N".
            03 ws-chave-cheque.
               05 ws-cd-banco                      pic 9(03).
               05 ws-agencia                       pic 9(05).
               05 ws-conta-corrente                pic 9(12).
               05 ws-Number-cheque                 pic 9(07).

       01   f-Cheque.
            03 f-cd-banco                          pic 9(03).
            03 f-agencia                           pic 9(05).
            03 f-conta-corrente                    pic 9(12).
            03 f-Number-cheque                     pic 9(07).
            03 f-cgc-emitente                      pic 9(14).
            03 f-Name-emitente                     pic x(55).
            03 f-cd-cliente                        pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-data-recebimento                  pic 9(08).
            03 f-data-bom-para                     pic 9(08).
            03 f-Value-cheque                      pic zzz.zzz.zz9,99.
            03 f-Value-vinculado                   pic zzz.zzz.zz9,99.
            03 f-StatusID                          pic x(01).
            03 f-data-deposito                     pic 9(08).
            03 f-cd-conta-deposito                 pic 9(03).
            03 f-data-devolucao                    pic 9(08).
            03 f-alinea-devolucao                  pic 9(02).
            03 f-Value-tarifa                      pic z.zzz.zz9,99.
            03 f-Number-documento-tarifa           pic 9(09).
            03 f-Series-documento-tarifa           pic x(03).
            03 f-data-regularizacao                pic 9(08).

       01   f-Lote.
            03 f-data-deposito-lote                pic 9(08).
            03 f-data-limite-lote                  pic 9(08).
            03 f-cd-conta-lote                     pic 9(03).
            03 f-Desc-conta-lote                   pic x(40).
            03 f-qtde-lote                         pic zzzz9.
            03 f-Value-lote                        pic zz.zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Cheque.
            03 line 11 col 27   pic x(06) value "Banco:".
            03 line 11 col 34   pic 9(03) from f-cd-banco.
            03 line 11 col 40   pic x(08) value "Agencia:".
            03 line 11 col 49   pic 9(05) from f-agencia.
            03 line 11 col 56   pic x(06) value "Conta:".
            03 line 11 col 63   pic 9(12) from f-conta-corrente.
            03 line 11 col 77   pic x(07) value "Cheque:".
            03 line 11 col 85   pic 9(07) from f-Number-cheque.
            03 line 13 col 24   pic x(09) value "Emitente:".
            03 line 13 col 34   pic 9(14) from f-cgc-emitente.
            03 line 13 col 50   pic x(55) from f-Name-emitente.
            03 line 15 col 25   pic x(08) value "Cliente:".
            03 line 15 col 34   pic 9(09) from f-cd-cliente.
            03 line 15 col 50   pic x(55) from f-razao-social.
            03 line 17 col 21   pic x(12) value "Recebido em:".
            03 line 17 col 34   pic 9(08) from f-data-recebimento.
            03 line 17 col 50   pic x(09) value "Bom para:".
            03 line 17 col 60   pic 9(08) from f-data-bom-para.
            03 line 19 col 20   pic x(13) value "Value Cheque:".
            03 line 19 col 34   pic zzz.zzz.zz9,99 from f-Value-cheque.
            03 line 19 col 50   pic x(10) value "Vinculado:".
            03 line 19 col 61   pic zzz.zzz.zz9,99 from f-Value-vinculado.
            03 line 21 col 24   pic x(09) value "Situacao:".
            03 line 21 col 34   pic x(01) from f-StatusID.
            03 line 21 col 38   pic x(52) value "(C=Custodia D=Depositado V=Devolvido R=Regularizado)".
            03 line 23 col 24   pic x(09) value "Deposito:".
            03 line 23 col 34   pic 9(08) from f-data-deposito.
            03 line 23 col 50   pic x(09) value "Conta:".
            03 line 23 col 60   pic 9(03) from f-cd-conta-deposito.
            03 line 25 col 23   pic x(10) value "Devolucao:".
            03 line 25 col 34   pic 9(08) from f-data-devolucao.
            03 line 25 col 50   pic x(07) value "Alinea:".
            03 line 25 col 60   pic 9(02) from f-alinea-devolucao.
            03 line 25 col 65   pic x(07) value "Tarifa:".
            03 line 25 col 73   pic z.zzz.zz9,99 from f-Value-tarifa.
            03 line 27 col 19   pic x(14) value "Titulo Tarifa:".
            03 line 27 col 34   pic 9(09) from f-Number-documento-tarifa.
            03 line 27 col 44   pic x(03) from f-Series-documento-tarifa.
            03 line 27 col 50   pic x(13) value "Regularizado:".
            03 line 27 col 64   pic 9(08) from f-data-regularizacao.

       01   frm-Lote.
            03 line 31 col 16   pic x(17) value "Data do Deposito:".
            03 line 31 col 34   pic 9(08) from f-data-deposito-lote.
            03 line 31 col 50   pic x(13) value "Bom para ate:".
            03 line 31 col 64   pic 9(08) from f-data-limite-lote.
            03 line 33 col 15   pic x(18) value "Conta de Deposito:".
            03 line 33 col 34   pic 9(03) from f-cd-conta-lote.
            03 line 33 col 40   pic x(40) from f-Desc-conta-lote.
            03 line 35 col 25   pic x(08) value "Cheques:".
            03 line 35 col 34   pic zzzz9 from f-qtde-lote.
            03 line 35 col 50   pic x(06) value "Total:".
            03 line 35 col 57   pic zz.zzz.zzz.zz9,99 from f-Value-lote.

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

           perform 9000-Open_Akeru-io-pd01400
           perform 9000-Open_Akeru-io-pd02400
           perform 9000-Open_Akeru-io-pd02450
           perform 9000-Open_Akeru-i-pd14200
           perform 9000-Open_Akeru-io-pd15000
           perform 9000-Open_Akeru-io-pd15100

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
                     perform 2100-Lote-Deposito
                when 02
                     perform 2100-Query_Shokai
                when 03
                     perform 2100-Devolucao-Cheque
                when 04
                     perform 2100-Regulariza-Cheque
                when 05
                     perform 2100-Report_Custodia
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Lote de deposito: os cheques em custodia com bom para ate a data
      *> limite vao para a conta informada; so no deposito as parcelas
      *> vinculadas recebem a baixa (f02450) na data e conta do deposito
       2100-Lote-Deposito section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen
            initialize                             f-Lote
            display frm-Lote

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-deposito-lote
            perform until exit
                 accept f-data-deposito-lote at line 31 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-data-deposito-lote greater zeros
                 and  f-data-deposito-lote not greater ws-data-inv
                      exit perform
                 end-if
                 move "Data do deposito Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move f-data-deposito-lote               to f-data-limite-lote
            perform until f-data-limite-lote greater zeros or ws-tecla-Cancela
                 accept f-data-limite-lote at line 31 col 64 with update auto-skip
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-conta-lote at line 33 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 initialize                         f14200-Conta_Bancaria
                 move lnk-CompanyCode               to f14200-CompanyCode
                 move lnk-BranchCode                to f14200-BranchCode
                 move f-cd-conta-lote               to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   ws-OperationOK
                 and  f14200-conta-ativa
                      move f14200-Desc-conta-bancaria to f-Desc-conta-lote
                      display f-Desc-conta-lote at line 33 col 40
                      exit perform
                 end-if
                 string "Conta Bancaria Invalid_Mukou! [" f-cd-conta-lote "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f-data-deposito-lote               to ws-data-deposito
            move f-data-limite-lote                 to ws-data-limite
            move f-cd-conta-lote                    to ws-cd-conta-deposito

            *> Competencia fechada (CS10040C) no aceita novos lancamentos
            initialize                             lw-Periodo
            move "R"                               to lw-modulo-periodo
            move ws-data-deposito                  to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin deposito dos cheques em custodia? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            string lnk-tmp-path delimited by "  "
                   "\DEPOSITO_CHEQUES_" ws-data-deposito "_" ws-cd-conta-deposito ".TXT" delimited by size
                   into wid-arq-cheques
            open output arq-cheques
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-cheques
            string "LOTE DE DEPOSITO DE CHEQUES - "
                   ws-data-deposito(7:2) "/" ws-data-deposito(5:2) "/" ws-data-deposito(1:4)
                   " - CONTA " ws-cd-conta-deposito " " f-Desc-conta-lote
                   delimited by size into rs-arq-cheques
            write rs-arq-cheques
            move spaces                             to rs-arq-cheques
            write rs-arq-cheques
            move spaces                             to rs-arq-cheques
            string "BCO AGENC CONTA        CHEQUE  BOM PARA   EMITENTE                VALOR"
                   delimited by size into rs-arq-cheques
            write rs-arq-cheques

            move zeros                              to ws-qtde-cheques
                                                       ws-Value-total

            *> O deposito muda a situacao (chave alternada), por isso a
            *> leitura recomeca do inicio da custodia a cada cheque
            set  ws-continua-lote                   to true
            perform until ws-fim-lote
                 initialize                         f15000-Cheque_Custodia
                 move lnk-CompanyCode               to f15000-CompanyCode
                 move lnk-BranchCode                to f15000-BranchCode
                 set  f15000-cheque-em-custodia     to true
                 move zeros                         to f15000-data-bom-para
                 perform 9000-str-pd15000-nlss-1
                 perform 9000-Read_Yomu-pd15000-nex
                 if   not ws-OperationOK
                 or   f15000-CompanyCode    not equal lnk-CompanyCode
                 or   f15000-BranchCode     not equal lnk-BranchCode
                 or   not f15000-cheque-em-custodia
                 or   f15000-data-bom-para  greater ws-data-limite
                      set  ws-fim-lote              to true
                 else
                      perform 2200-deposita-cheque
                 end-if
            end-perform

            move ws-Value-total                     to ws-Value-x
            move spaces                             to rs-arq-cheques
            write rs-arq-cheques
            move spaces                             to rs-arq-cheques
            string "TOTAL DO LOTE " ws-qtde-cheques " CHEQUES " ws-Value-x
                   delimited by size into rs-arq-cheques
            write rs-arq-cheques

            close arq-cheques

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "DEPOSITO CHEQUES " ws-data-deposito " CONTA " ws-cd-conta-deposito
                   delimited by size into lw-ds-parametros-spool
            move wid-arq-cheques                    to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            move ws-qtde-cheques                    to f-qtde-lote
            move ws-Value-total                     to f-Value-lote
            display frm-Lote

            string "Lote com " ws-qtde-cheques " cheques - relatorio em " wid-arq-cheques into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-deposita-cheque section.

            move f15000-cd-banco                    to ws-cd-banco
            move f15000-agencia                     to ws-agencia
            move f15000-conta-corrente              to ws-conta-corrente
            move f15000-Number-cheque               to ws-Number-cheque

            move ws-data-deposito                   to f15000-data-deposito
            move ws-cd-conta-deposito               to f15000-cd-conta-deposito
            set  f15000-cheque-depositado           to true
            perform 9000-Rewrite_Kakinaosu-pd15000
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f15000-Cheque_Custodia - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-fim-lote                   to true
                 exit section
            end-if

            add  1                                  to ws-qtde-cheques
            add  f15000-Value-cheque                to ws-Value-total

            move f15000-Value-cheque                to ws-Value-x-2
            move spaces                             to rs-arq-cheques
            string f15000-cd-banco " " f15000-agencia " " f15000-conta-corrente " "
                   f15000-Number-cheque " "
                   f15000-data-bom-para(7:2) "/" f15000-data-bom-para(5:2) "/" f15000-data-bom-para(1:4)
                   " " f15000-cgc-emitente " " ws-Value-x-2
                   delimited by size into rs-arq-cheques
            write rs-arq-cheques

            if   f15000-Value-vinculado less f15000-Value-cheque
                 compute ws-Value-nao-vinculado =
                         f15000-Value-cheque - f15000-Value-vinculado
                 move ws-Value-nao-vinculado        to ws-Value-x-2
                 move spaces                        to rs-arq-cheques
                 string "    SALDO DO CHEQUE SEM PARCELA VINCULADA " ws-Value-x-2
                        delimited by size into rs-arq-cheques
                 write rs-arq-cheques
            end-if

            initialize                             f15100-Cheque_Parcela
            move lnk-CompanyCode                    to f15100-CompanyCode
            move lnk-BranchCode                     to f15100-BranchCode
            move ws-cd-banco                        to f15100-cd-banco
            move ws-agencia                         to f15100-agencia
            move ws-conta-corrente                  to f15100-conta-corrente
            move ws-Number-cheque                   to f15100-Number-cheque
            perform 9000-str-pd15100-nlss
            perform 9000-Read_Yomu-pd15100-nex
            perform until not ws-OperationOK
                       or f15100-CompanyCode      not equal lnk-CompanyCode
                       or f15100-BranchCode       not equal lnk-BranchCode
                       or f15100-cd-banco         not equal ws-cd-banco
                       or f15100-agencia          not equal ws-agencia
                       or f15100-conta-corrente   not equal ws-conta-corrente
                       or f15100-Number-cheque    not equal ws-Number-cheque
                 perform 2300-baixa-parcela-cheque
                 perform 9000-Read_Yomu-pd15100-nex
            end-perform

       exit.

      *>=================================================================================
      *> Baixa da parcela pelo Value vinculado ao cheque, com a forma de
      *> pagamento do recebimento e a conta do deposito
       2300-baixa-parcela-cheque section.

            initialize                             f02400-Contas_Receber
            move f15100-CompanyCode                 to f02400-CompanyCode
            move f15100-BranchCode                  to f02400-BranchCode
            move f15100-Type-nota                   to f02400-Type-nota
            move f15100-Number-documento            to f02400-Number-documento
            move f15100-Series-documento            to f02400-Series-documento
            move f15100-Seq-parcela                 to f02400-Seq-parcela
            perform 9000-Read_Yomu-pd02400-ran
            if   not ws-OperationOK
                 string "Parcela [" f15100-Number-documento "/" f15100-Series-documento " " f15100-Seq-parcela "] no encontrada em Contas_Receber!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f02400-CompanyCode                 to f02450-CompanyCode
            move f02400-BranchCode                  to f02450-BranchCode
            move f02400-Type-nota                   to f02450-Type-nota
            move f02400-Number-documento            to f02450-Number-documento
            move f02400-Series-documento            to f02450-Series-documento
            move f02400-Seq-parcela                 to f02450-Seq-parcela
            move 9999                               to f02450-Seq
            perform 9000-str-pd02450-ngrt
            perform 9000-Read_Yomu-pd02450-pre
            if   ws-OperationOK
            and  f02450-CompanyCode       equal f02400-CompanyCode
            and  f02450-BranchCode        equal f02400-BranchCode
            and  f02450-Type-nota         equal f02400-Type-nota
            and  f02450-Number-documento  equal f02400-Number-documento
            and  f02450-Series-documento  equal f02400-Series-documento
            and  f02450-Seq-parcela       equal f02400-Seq-parcela
                 add 1                              to f02450-Seq
            else
                 move 1                             to f02450-Seq
            end-if

            move f02400-CompanyCode                 to f02450-CompanyCode
            move f02400-BranchCode                  to f02450-BranchCode
            move f02400-Type-nota                   to f02450-Type-nota
            move f02400-Number-documento            to f02450-Number-documento
            move f02400-Series-documento            to f02450-Series-documento
            move f02400-Seq-parcela                 to f02450-Seq-parcela
            move ws-data-deposito                   to f02450-data-pagamento
            move f15100-Value-vinculado             to f02450-Value-pago
            move function numval(lnk-UserID)        to f02450-UserID-operacao
            move f15000-cd-forma-pagamento          to f02450-cd-forma-pagamento
            move ws-cd-conta-deposito               to f02450-cd-conta-bancaria
            move f15100-Value-juros                 to f02450-Value-juros
            move spaces                             to f02450-id-conciliado
            move zeros                              to f02450-Value-pago-moeda
                                                       f02450-taxa-cambio
                                                       f02450-Value-variacao-cambial

            perform 9000-Write_Kaku-pd02450
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02450-Pagamento_Receber - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            compute f02400-Value-pago =
                    f02400-Value-pago + f15100-Value-vinculado - f15100-Value-juros
            if   f02400-Value-pago not less f02400-Value-total
                 set  f02400-quitado                to true
                 move ws-data-deposito              to f02400-data-baixa
            else
                 set  f02400-aberto                 to true
            end-if
            perform 9000-Rewrite_Kakinaosu-pd02400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f02400-Contas_Receber - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            *> Sequencia da baixa guardada para o estorno na devolucao
            move f02450-Seq                         to f15100-Seq-pagamento
            perform 9000-Rewrite_Kakinaosu-pd15100

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
      *> Cheque devolvido pelo banco: a baixa das parcelas e estornada e
      *> elas voltam abertas, a tarifa bancaria vira um titulo do cliente
      *> (Series reservada 910) e o cliente fica bloqueado no f01400 ate a
      *> regularizacao do cheque
       2100-Devolucao-Cheque section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            if   not f15000-cheque-em-custodia
            and  not f15000-cheque-depositado
                 move "Somente cheque em custodia ou depositado pode ser devolvido!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-devolucao
            perform until exit
                 accept f-data-devolucao at line 25 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-data-devolucao not greater ws-data-inv
                 and  f-data-devolucao not less f15000-data-recebimento
                 and  f-data-devolucao not less f15000-data-deposito
                      exit perform
                 end-if
                 move "Data da devolucao Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move zeros                              to f-alinea-devolucao
            perform until f-alinea-devolucao greater zeros or ws-tecla-Cancela
                 accept f-alinea-devolucao at line 25 col 60 with update auto-skip
            end-perform

            move zeros                              to f-Value-tarifa
            accept f-Value-tarifa at line 25 col 73 with update auto-skip
            move f-Value-tarifa                     to ws-Value-tarifa

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             lw-Periodo
            move "R"                               to lw-modulo-periodo
            move f-data-devolucao                  to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin devolucao do cheque? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            move f15000-cd-banco                    to ws-cd-banco
            move f15000-agencia                     to ws-agencia
            move f15000-conta-corrente              to ws-conta-corrente
            move f15000-Number-cheque               to ws-Number-cheque
            move f15000-cd-cliente                  to ws-cd-cliente
            move f-alinea-devolucao                 to ws-alinea-devolucao

            initialize                             f15100-Cheque_Parcela
            move lnk-CompanyCode                    to f15100-CompanyCode
            move lnk-BranchCode                     to f15100-BranchCode
            move ws-cd-banco                        to f15100-cd-banco
            move ws-agencia                         to f15100-agencia
            move ws-conta-corrente                  to f15100-conta-corrente
            move ws-Number-cheque                   to f15100-Number-cheque
            perform 9000-str-pd15100-nlss
            perform 9000-Read_Yomu-pd15100-nex
            perform until not ws-OperationOK
                       or f15100-CompanyCode      not equal lnk-CompanyCode
                       or f15100-BranchCode       not equal lnk-BranchCode
                       or f15100-cd-banco         not equal ws-cd-banco
                       or f15100-agencia          not equal ws-agencia
                       or f15100-conta-corrente   not equal ws-conta-corrente
                       or f15100-Number-cheque    not equal ws-Number-cheque
                 perform 2200-reabre-parcela-cheque
                 perform 9000-Read_Yomu-pd15100-nex
            end-perform

            initialize                             f15000-Cheque_Custodia
            move lnk-CompanyCode                    to f15000-CompanyCode
            move lnk-BranchCode                     to f15000-BranchCode
            move ws-cd-banco                        to f15000-cd-banco
            move ws-agencia                         to f15000-agencia
            move ws-conta-corrente                  to f15000-conta-corrente
            move ws-Number-cheque                   to f15000-Number-cheque
            perform 9000-Read_Yomu-pd15000-ran

            if   ws-Value-tarifa greater zeros
                 perform 2200-gera-titulo-tarifa
            end-if

            move f-data-devolucao                   to f15000-data-devolucao
            move ws-alinea-devolucao                to f15000-alinea-devolucao
            move ws-Value-tarifa                    to f15000-Value-tarifa
            set  f15000-cheque-devolvido            to true
            perform 9000-Rewrite_Kakinaosu-pd15000
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f15000-Cheque_Custodia - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-bloqueia-cliente

            perform 9000-move-atributos
            perform 8000-Screen_Gamen

            move "Cheque devolvido - parcelas reabertas e cliente bloqueado!" to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Estorna a baixa feita no deposito (se houve) e reabre a parcela
       2200-reabre-parcela-cheque section.

            initialize                             f02400-Contas_Receber
            move f15100-CompanyCode                 to f02400-CompanyCode
            move f15100-BranchCode                  to f02400-BranchCode
            move f15100-Type-nota                   to f02400-Type-nota
            move f15100-Number-documento            to f02400-Number-documento
            move f15100-Series-documento            to f02400-Series-documento
            move f15100-Seq-parcela                 to f02400-Seq-parcela
            perform 9000-Read_Yomu-pd02400-ran
            if   not ws-OperationOK
                 exit section
            end-if

            if   f15100-Seq-pagamento greater zeros
                 move f02400-CompanyCode            to f02450-CompanyCode
                 move f02400-BranchCode             to f02450-BranchCode
                 move f02400-Type-nota              to f02450-Type-nota
                 move f02400-Number-documento       to f02450-Number-documento
                 move f02400-Series-documento       to f02450-Series-documento
                 move f02400-Seq-parcela            to f02450-Seq-parcela
                 move f15100-Seq-pagamento          to f02450-Seq
                 perform 9000-Read_Yomu-pd02450-ran
                 if   ws-OperationOK
                      perform 9000-Delete_Sakujo-pd02450
                 end-if

                 compute ws-Value-baixa =
                         f15100-Value-vinculado - f15100-Value-juros
                 if   ws-Value-baixa greater f02400-Value-pago
                      move zeros                    to f02400-Value-pago
                 else
                      subtract ws-Value-baixa       from f02400-Value-pago
                 end-if
            end-if

            set  f02400-aberto                      to true
            move zeros                              to f02400-data-baixa
            perform 9000-Rewrite_Kakinaosu-pd02400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f02400-Contas_Receber - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move zeros                              to f15100-Seq-pagamento
            perform 9000-Rewrite_Kakinaosu-pd15100

       exit.

      *>=================================================================================
       2200-gera-titulo-tarifa section.

            move c-serie-tarifa-cheque              to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move 01                                 to f02400-Type-nota
            move lnk-Number-documento               to f02400-Number-documento
            set  f02400-titulo-tarifa-cheque        to true
            move 1                                  to f02400-Seq-parcela
            move ws-cd-cliente                      to f02400-cd-cliente
            move f-data-devolucao                   to f02400-data-emissao
                                                       f02400-data-vencimento
            move ws-Value-tarifa                    to f02400-Value-total
            set  f02400-aberto                      to true
            perform 9000-Write_Kaku-pd02400
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02400-Contas_Receber - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f02400-Number-documento            to f15000-Number-documento-tarifa
            move f02400-Series-documento            to f15000-Series-documento-tarifa

       exit.

      *>=================================================================================
       2200-bloqueia-cliente section.

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move ws-cd-cliente                      to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
                 exit section
            end-if

            move spaces                             to lw-imagem-anterior
            string "STATUS " f01400-StatusID " MOTIVO " f01400-motivo-bloqueio
                   delimited by size into lw-imagem-anterior

            set  f01400-cliente-bloqueado           to true
            move spaces                             to f01400-motivo-bloqueio
            string c-motivo-cheque-devolvido " BCO " ws-cd-banco
                   " CHQ " ws-Number-cheque " AL " ws-alinea-devolucao
                   delimited by size into f01400-motivo-bloqueio
            perform 9000-Rewrite_Kakinaosu-pd01400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f01400-cliente - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "A"                                to lw-Type-operacao-auditoria
            perform 9000-auditoria-cliente

       exit.

      *>=================================================================================
      *> Regularizacao: o cliente pagou as parcelas reabertas e a tarifa;
      *> sem outro cheque devolvido pendente o bloqueio e retirado
       2100-Regulariza-Cheque section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            if   not f15000-cheque-devolvido
                 move "Somente cheque devolvido pode ser regularizado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f15000-cd-banco                    to ws-cd-banco
            move f15000-agencia                     to ws-agencia
            move f15000-conta-corrente              to ws-conta-corrente
            move f15000-Number-cheque               to ws-Number-cheque
            move f15000-cd-cliente                  to ws-cd-cliente

            perform 2200-verifica-pendencias-cheque
            if   ws-com-pendencia
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin regularizacao do cheque? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             f15000-Cheque_Custodia
            move lnk-CompanyCode                    to f15000-CompanyCode
            move lnk-BranchCode                     to f15000-BranchCode
            move ws-cd-banco                        to f15000-cd-banco
            move ws-agencia                         to f15000-agencia
            move ws-conta-corrente                  to f15000-conta-corrente
            move ws-Number-cheque                   to f15000-Number-cheque
            perform 9000-Read_Yomu-pd15000-ran

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f15000-data-regularizacao
            set  f15000-cheque-regularizado         to true
            perform 9000-Rewrite_Kakinaosu-pd15000
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f15000-Cheque_Custodia - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-desbloqueia-cliente

            perform 9000-move-atributos
            perform 8000-Screen_Gamen

            move "Cheque regularizado com sucesso!" to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-verifica-pendencias-cheque section.

            set  ws-sem-pendencia                   to true

            initialize                             f15100-Cheque_Parcela
            move lnk-CompanyCode                    to f15100-CompanyCode
            move lnk-BranchCode                     to f15100-BranchCode
            move ws-cd-banco                        to f15100-cd-banco
            move ws-agencia                         to f15100-agencia
            move ws-conta-corrente                  to f15100-conta-corrente
            move ws-Number-cheque                   to f15100-Number-cheque
            perform 9000-str-pd15100-nlss
            perform 9000-Read_Yomu-pd15100-nex
            perform until not ws-OperationOK
                       or f15100-CompanyCode      not equal lnk-CompanyCode
                       or f15100-BranchCode       not equal lnk-BranchCode
                       or f15100-cd-banco         not equal ws-cd-banco
                       or f15100-agencia          not equal ws-agencia
                       or f15100-conta-corrente   not equal ws-conta-corrente
                       or f15100-Number-cheque    not equal ws-Number-cheque
                       or ws-com-pendencia
                 initialize                         f02400-Contas_Receber
                 move f15100-CompanyCode            to f02400-CompanyCode
                 move f15100-BranchCode             to f02400-BranchCode
                 move f15100-Type-nota              to f02400-Type-nota
                 move f15100-Number-documento       to f02400-Number-documento
                 move f15100-Series-documento       to f02400-Series-documento
                 move f15100-Seq-parcela            to f02400-Seq-parcela
                 perform 9000-Read_Yomu-pd02400-ran
                 if   ws-OperationOK
                 and  f02400-aberto
                      set  ws-com-pendencia         to true
                      string "Parcela [" f02400-Number-documento "/" f02400-Series-documento " " f02400-Seq-parcela "] ainda em aberto!" into ws-Message_Messeji
                 else
                      perform 9000-Read_Yomu-pd15100-nex
                 end-if
            end-perform

            if   ws-com-pendencia
            or   f15000-Number-documento-tarifa equal zeros
                 exit section
            end-if

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move 01                                 to f02400-Type-nota
            move f15000-Number-documento-tarifa     to f02400-Number-documento
            move f15000-Series-documento-tarifa     to f02400-Series-documento
            move 1                                  to f02400-Seq-parcela
            perform 9000-Read_Yomu-pd02400-ran
            if   ws-OperationOK
            and  f02400-aberto
                 set  ws-com-pendencia              to true
                 string "Titulo da tarifa [" f02400-Number-documento "/" f02400-Series-documento "] ainda em aberto!" into ws-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> O bloqueio so e retirado se foi posto por cheque devolvido e o
      *> cliente nao tem outro cheque devolvido sem regularizacao
       2200-desbloqueia-cliente section.

            set  ws-sem-pendencia                   to true
            initialize                             f15000-Cheque_Custodia
            move lnk-CompanyCode                    to f15000-CompanyCode
            move lnk-BranchCode                     to f15000-BranchCode
            set  f15000-cheque-devolvido            to true
            move zeros                              to f15000-data-bom-para
            perform 9000-str-pd15000-nlss-1
            perform 9000-Read_Yomu-pd15000-nex
            perform until not ws-OperationOK
                       or f15000-CompanyCode  not equal lnk-CompanyCode
                       or f15000-BranchCode   not equal lnk-BranchCode
                       or not f15000-cheque-devolvido
                       or ws-com-pendencia
                 if   f15000-cd-cliente equal ws-cd-cliente
                      set  ws-com-pendencia         to true
                 else
                      perform 9000-Read_Yomu-pd15000-nex
                 end-if
            end-perform

            if   ws-com-pendencia
                 move "Cliente possui outro cheque devolvido - bloqueio mantido!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move ws-cd-cliente                      to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
            or   not f01400-cliente-bloqueado
            or   f01400-motivo-bloqueio(1:16) not equal c-motivo-cheque-devolvido
                 exit section
            end-if

            move spaces                             to lw-imagem-anterior
            string "STATUS " f01400-StatusID " MOTIVO " f01400-motivo-bloqueio
                   delimited by size into lw-imagem-anterior

            set  f01400-cliente-Active_Akutibu      to true
            move spaces                             to f01400-motivo-bloqueio
            perform 9000-Rewrite_Kakinaosu-pd01400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f01400-cliente - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "A"                                to lw-Type-operacao-auditoria
            perform 9000-auditoria-cliente

       exit.

      *>=================================================================================
       9000-auditoria-cliente section.

            move c-ThisProgram                      to lw-ProgramCode-auditoria
            move spaces                             to lw-chave-auditoria
                                                       lw-imagem-nova
            string "CLIENTE " f01400-cd-cliente delimited by size into lw-chave-auditoria
            string "STATUS " f01400-StatusID " MOTIVO " f01400-motivo-bloqueio
                   delimited by size into lw-imagem-nova
            call c-auditoria-cadastro using lnk-par lw-Auditoria
            cancel c-auditoria-cadastro

       exit.

      *>=================================================================================
      *> Cheques em custodia por data de deposito (bom para), com total
      *> por dia e geral
       2100-Report_Custodia section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\CHEQUES_CUSTODIA_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-cheques
            open output arq-cheques
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-cheques
            string "CHEQUES EM CUSTODIA POR DATA DE DEPOSITO - POSICAO EM "
                   ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-cheques
            write rs-arq-cheques
            move spaces                             to rs-arq-cheques
            write rs-arq-cheques
            move spaces                             to rs-arq-cheques
            string "BOM PARA   BCO AGENC CONTA        CHEQUE  EMITENTE       CLIENTE             VALOR"
                   delimited by size into rs-arq-cheques
            write rs-arq-cheques

            move zeros                              to ws-qtde-cheques
                                                       ws-Value-total
                                                       ws-qtde-dia
                                                       ws-Value-dia
                                                       ws-data-quebra

            initialize                             f15000-Cheque_Custodia
            move lnk-CompanyCode                    to f15000-CompanyCode
            move lnk-BranchCode                     to f15000-BranchCode
            set  f15000-cheque-em-custodia          to true
            move zeros                              to f15000-data-bom-para
            perform 9000-str-pd15000-nlss-1
            perform 9000-Read_Yomu-pd15000-nex
            perform until not ws-OperationOK
                       or f15000-CompanyCode  not equal lnk-CompanyCode
                       or f15000-BranchCode   not equal lnk-BranchCode
                       or not f15000-cheque-em-custodia

                 if   f15000-data-bom-para not equal ws-data-quebra
                      perform 2200-total-dia-custodia
                      move f15000-data-bom-para     to ws-data-quebra
                 end-if

                 move f15000-Value-cheque           to ws-Value-x-2
                 move spaces                        to rs-arq-cheques
                 string f15000-data-bom-para(7:2) "/" f15000-data-bom-para(5:2) "/" f15000-data-bom-para(1:4)
                        " " f15000-cd-banco " " f15000-agencia " " f15000-conta-corrente
                        " " f15000-Number-cheque " " f15000-cgc-emitente
                        " " f15000-cd-cliente " " ws-Value-x-2
                        delimited by size into rs-arq-cheques
                 write rs-arq-cheques

                 add  1                             to ws-qtde-dia
                                                       ws-qtde-cheques
                 add  f15000-Value-cheque           to ws-Value-dia
                                                       ws-Value-total

                 perform 9000-Read_Yomu-pd15000-nex
            end-perform

            perform 2200-total-dia-custodia

            move ws-Value-total                     to ws-Value-x
            move spaces                             to rs-arq-cheques
            write rs-arq-cheques
            move spaces                             to rs-arq-cheques
            string "TOTAL EM CUSTODIA " ws-qtde-cheques " CHEQUES " ws-Value-x
                   delimited by size into rs-arq-cheques
            write rs-arq-cheques

            close arq-cheques

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "CHEQUES EM CUSTODIA EM " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-cheques                    to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-cheques into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-total-dia-custodia section.

            if   ws-qtde-dia equal zeros
                 exit section
            end-if

            move ws-Value-dia                       to ws-Value-x
            move spaces                             to rs-arq-cheques
            string "           TOTAL DO DIA "
                   ws-data-quebra(7:2) "/" ws-data-quebra(5:2) "/" ws-data-quebra(1:4)
                   " " ws-qtde-dia " CHEQUES " ws-Value-x
                   delimited by size into rs-arq-cheques
            write rs-arq-cheques
            move spaces                             to rs-arq-cheques
            write rs-arq-cheques

            move zeros                              to ws-qtde-dia
                                                       ws-Value-dia

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-cd-banco greater zeros or ws-tecla-Cancela
                 accept f-cd-banco at line 11 col 34 with update auto-skip
            end-perform
            perform until f-agencia greater zeros or ws-tecla-Cancela
                 accept f-agencia at line 11 col 49 with update auto-skip
            end-perform
            perform until f-conta-corrente greater zeros or ws-tecla-Cancela
                 accept f-conta-corrente at line 11 col 63 with update auto-skip
            end-perform
            perform until f-Number-cheque greater zeros or ws-tecla-Cancela
                 accept f-Number-cheque at line 11 col 85 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f15000-Cheque_Custodia
            move lnk-CompanyCode                    to f15000-CompanyCode
            move lnk-BranchCode                     to f15000-BranchCode
            move f-cd-banco                         to f15000-cd-banco
            move f-agencia                          to f15000-agencia
            move f-conta-corrente                   to f15000-conta-corrente
            move f-Number-cheque                    to f15000-Number-cheque
            perform 9000-Read_Yomu-pd15000-ran
            if   not ws-OperationOK
                 string "Cheque no cadastrado! [" f-Number-cheque "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-move-atributos

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-move-atributos section.

            move f15000-cd-banco                    to f-cd-banco
            move f15000-agencia                     to f-agencia
            move f15000-conta-corrente              to f-conta-corrente
            move f15000-Number-cheque               to f-Number-cheque
            move f15000-cgc-emitente                to f-cgc-emitente
            move f15000-Name-emitente               to f-Name-emitente
            move f15000-cd-cliente                  to f-cd-cliente
            move f15000-data-recebimento            to f-data-recebimento
            move f15000-data-bom-para               to f-data-bom-para
            move f15000-Value-cheque                to f-Value-cheque
            move f15000-Value-vinculado             to f-Value-vinculado
            move f15000-StatusID                    to f-StatusID
            move f15000-data-deposito               to f-data-deposito
            move f15000-cd-conta-deposito           to f-cd-conta-deposito
            move f15000-data-devolucao              to f-data-devolucao
            move f15000-alinea-devolucao            to f-alinea-devolucao
            move f15000-Value-tarifa                to f-Value-tarifa
            move f15000-Number-documento-tarifa     to f-Number-documento-tarifa
            move f15000-Series-documento-tarifa     to f-Series-documento-tarifa
            move f15000-data-regularizacao          to f-data-regularizacao

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move f15000-cd-cliente                  to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   ws-OperationOK
                 move f01400-razao-social           to f-razao-social
            else
                 move spaces                        to f-razao-social
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01400
            close pd02400
            close pd02450
            close pd14200
            close pd15000
            close pd15100

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Cheque

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Cheque

            perform 9000-StandardFrame
            display frm-Cheque

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01400.cpy.
       copy CSR02400.cpy.
       copy CSR02450.cpy.
       copy CSR14200.cpy.
       copy CSR15000.cpy.
       copy CSR15100.cpy.
