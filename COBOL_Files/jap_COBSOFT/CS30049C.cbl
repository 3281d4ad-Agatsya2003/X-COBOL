      $set sourceformat"free"
       program-id. CS30049C.
      *>=================================================================================
      *>
      *>          Bordero de Desconto de Duplicatas junto aos Bancos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01400.cpy.
       copy CSS02400.cpy.
       copy CSS14200.cpy.
       copy CSS14800.cpy.
       copy CSS14900.cpy.

            select arq-contingente assign to disk wid-arq-contingente
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01400.cpy.
       copy CSF02400.cpy.
       copy CSF14200.cpy.
       copy CSF14800.cpy.
       copy CSF14900.cpy.

       fd   arq-contingente.

       01   rs-arq-contingente                     pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30049C".
       78   c-ProgramDesc                   value "BORDERO DE DESCONTO".

       78   c-registrar-spool                      value "CS00123S".
       78   c-max-parcelas                         value 100.
       78   c-max-contas                           value 50.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 wid-arq-contingente                 pic x(200).
            03 ws-Number-bordero                   pic 9(07).
            03 ws-cd-conta-valida                  pic 9(03).
            03 ws-id-conta-valida                  pic x(01).
               88 ws-conta-valida                      value "S".
               88 ws-conta-invalida                    value "N".
            03 ws-taxa-desconto                    pic 9(02)v9(04).
            03 ws-Value-tarifas                    pic 9(07)v9(02).
            03 ws-Value-saldo                      pic 9(09)v9(02).
            03 ws-Value-bruto                      pic 9(11)v9(02).
            03 ws-Value-desconto                   pic 9(09)v9(02).
            03 ws-Value-liquido                    pic s9(11)v9(02).
            03 ws-dias-antecipacao                 pic s9(05).
            03 ws-idx                              pic 9(04).
            03 ws-qt-parcelas                      pic 9(04).
            03 ws-tabela-parcelas.
               05 ws-tp-parcela occurs 100.
                  07 ws-tp-Type-nota               pic 9(02).
                  07 ws-tp-Number-documento        pic 9(09).
                  07 ws-tp-Series-documento        pic x(03).
                  07 ws-tp-Seq-parcela             pic 9(02).
                  07 ws-tp-cd-cliente              pic 9(09).
                  07 ws-tp-data-vencimento         pic 9(08).
                  07 ws-tp-Value-titulo            pic 9(09)v9(02).
                  07 ws-tp-Value-desconto          pic 9(09)v9(02).
            03 ws-id-item-localizado               pic x(01).
               88 ws-item-localizado                   value "S".
               88 ws-item-nao-localizado               value "N".
            03 ws-qt-contas                        pic 9(02).
            03 ws-tabela-contas.
               05 ws-tc-conta occurs 50.
                  07 ws-tc-cd-conta                pic 9(03).
                  07 ws-tc-qtde                    pic 9(05).
                  07 ws-tc-Value                   pic 9(11)v9(02).
            03 ws-qtde-pendentes                   pic 9(05).
            03 ws-Value-pendente                   pic 9(11)v9(02).
            03 ws-Value-total-contingente          pic 9(13)v9(02).
            03 ws-Value-x                          pic z.zzz.zzz.zz9,99.

       01   f-Bordero.
            03 f-Number-bordero                    pic 9(07).
            03 f-data-bordero                      pic 9(08).
            03 f-cd-conta-bancaria                 pic 9(03).
            03 f-Desc-conta-bancaria               pic x(40).
            03 f-taxa-desconto                     pic z9,9999.
            03 f-Value-tarifas                     pic z.zzz.zz9,99.
            03 f-qtde-parcelas                     pic zzz9.
            03 f-Value-bruto                       pic zz.zzz.zzz.zz9,99.
            03 f-Value-desconto                    pic zzz.zzz.zz9,99.
            03 f-Value-liquido                     pic zz.zzz.zzz.zz9,99.
            03 f-StatusID                          pic x(01).
            03 f-Number-documento                  pic 9(09).
            03 f-Series-documento                  pic x(03).
            03 f-Seq-parcela                       pic 9(02).
            03 f-razao-social                      pic x(55).
            03 f-data-vencimento                   pic 9(08).
            03 f-Value-titulo                      pic zzz.zzz.zz9,99.
            03 f-situacao-item                     pic x(01).
            03 f-data-situacao                     pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Bordero.
            03 line 11 col 25   pic x(08) value "Bordero:".
            03 line 11 col 34   pic 9(07) from f-Number-bordero.
            03 line 11 col 50   pic x(05) value "Data:".
            03 line 11 col 56   pic 9(08) from f-data-bordero.
            03 line 13 col 18   pic x(15) value "Conta Bancaria:".
            03 line 13 col 34   pic 9(03) from f-cd-conta-bancaria.
            03 line 13 col 40   pic x(40) from f-Desc-conta-bancaria.
            03 line 15 col 21   pic x(12) value "Taxa % a.m.:".
            03 line 15 col 34   pic z9,9999 from f-taxa-desconto.
            03 line 15 col 50   pic x(08) value "Tarifas:".
            03 line 15 col 59   pic z.zzz.zz9,99 from f-Value-tarifas.
            03 line 17 col 24   pic x(09) value "Parcelas:".
            03 line 17 col 34   pic zzz9 from f-qtde-parcelas.
            03 line 17 col 50   pic x(12) value "Value Bruto:".
            03 line 17 col 63   pic zz.zzz.zzz.zz9,99 from f-Value-bruto.
            03 line 19 col 24   pic x(09) value "Desconto:".
            03 line 19 col 34   pic zzz.zzz.zz9,99 from f-Value-desconto.
            03 line 19 col 50   pic x(12) value "Liquido:".
            03 line 19 col 63   pic zz.zzz.zzz.zz9,99 from f-Value-liquido.
            03 line 21 col 24   pic x(09) value "Situacao:".
            03 line 21 col 34   pic x(01) from f-StatusID.
            03 line 21 col 38   pic x(22) value "(A=Aberto E=Encerrado)".
            03 line 25 col 23   pic x(10) value "Documento:".
            03 line 25 col 34   pic 9(09) from f-Number-documento.
            03 line 25 col 50   pic x(06) value "Serie:".
            03 line 25 col 57   pic x(03) from f-Series-documento.
            03 line 25 col 62   pic x(04) value "Par:".
            03 line 25 col 67   pic 9(02) from f-Seq-parcela.
            03 line 27 col 25   pic x(08) value "Cliente:".
            03 line 27 col 34   pic x(55) from f-razao-social.
            03 line 29 col 22   pic x(11) value "Vencimento:".
            03 line 29 col 34   pic 9(08) from f-data-vencimento.
            03 line 29 col 50   pic x(06) value "Value:".
            03 line 29 col 57   pic zzz.zzz.zz9,99 from f-Value-titulo.

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
           perform 9000-Open_Akeru-io-pd02400
           perform 9000-Open_Akeru-i-pd14200
           perform 9000-Open_Akeru-io-pd14800
           perform 9000-Open_Akeru-io-pd14900

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
                     perform 2100-Baixa-Parcela
                when 05
                     perform 2100-Report_Contingente
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> O bordero leva parcelas abertas do Contas_Receber ao banco; o
      *> desconto de cada parcela e a taxa mensal proporcional aos dias
      *> ate o vencimento. As parcelas ficam descontadas (f02400 "D") e
      *> saem da cobranca e do fluxo de caixa ate a liquidacao ou recompra
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-bordero
            perform until exit
                 accept f-data-bordero at line 11 col 56 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-data-bordero greater zeros
                 and  f-data-bordero not greater ws-data-inv
                      exit perform
                 end-if
                 move "Data do bordero Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-conta-bancaria at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 move f-cd-conta-bancaria           to ws-cd-conta-valida
                 perform 9000-valida-conta-bancaria
                 if   ws-conta-valida
                      move f14200-Desc-conta-bancaria to f-Desc-conta-bancaria
                      display f-Desc-conta-bancaria at line 13 col 40
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            move zeros                              to ws-taxa-desconto
            perform until ws-taxa-desconto greater zeros or ws-tecla-Cancela
                 accept f-taxa-desconto at line 15 col 34 with update auto-skip
                 move f-taxa-desconto               to ws-taxa-desconto
            end-perform

            accept f-Value-tarifas at line 15 col 59 with update auto-skip
            move f-Value-tarifas                    to ws-Value-tarifas

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Competencia fechada (CS10040C) no aceita novos lancamentos
            initialize                             lw-Periodo
            move "R"                               to lw-modulo-periodo
            move f-data-bordero                    to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-qt-parcelas
                                                       ws-Value-bruto
                                                       ws-Value-desconto
            initialize                             ws-tabela-parcelas

            *> Documento zero encerra a selecao das parcelas
            perform until exit
                 perform 2200-seleciona-parcela
                 if   ws-tecla-Cancela
                 or   f-Number-documento equal zeros
                      exit perform
                 end-if
            end-perform

            if   ws-tecla-Cancela
            or   ws-qt-parcelas equal zeros
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            compute ws-Value-liquido = ws-Value-bruto - ws-Value-desconto - ws-Value-tarifas
            if   ws-Value-liquido not greater zeros
                 move "Desconto e tarifas superam o Value do bordero!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-Value-liquido                   to f-Value-liquido
            display f-Value-liquido at line 19 col 63

            move "Confirm_Kakunin incluso do bordero? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Proximo numero de bordero da Filial
            move zeros                              to ws-Number-bordero
            initialize                             f14800-Bordero_Desconto
            move lnk-CompanyCode                    to f14800-CompanyCode
            move lnk-BranchCode                     to f14800-BranchCode
            move 9999999                           to f14800-Number-bordero
            perform 9000-str-pd14800-ngrt
            perform 9000-Read_Yomu-pd14800-pre
            if   ws-OperationOK
            and  f14800-CompanyCode equal lnk-CompanyCode
            and  f14800-BranchCode  equal lnk-BranchCode
                 move f14800-Number-bordero         to ws-Number-bordero
            end-if
            add 1                                   to ws-Number-bordero

            initialize                             f14800-Bordero_Desconto
            move lnk-CompanyCode                    to f14800-CompanyCode
            move lnk-BranchCode                     to f14800-BranchCode
            move ws-Number-bordero                  to f14800-Number-bordero
            move f-data-bordero                     to f14800-data-bordero
            move f-cd-conta-bancaria                to f14800-cd-conta-bancaria
            move ws-taxa-desconto                   to f14800-taxa-desconto
            move ws-qt-parcelas                     to f14800-qtde-parcelas
            move ws-Value-bruto                     to f14800-Value-bruto
            move ws-Value-desconto                  to f14800-Value-desconto
            move ws-Value-tarifas                   to f14800-Value-tarifas
            move ws-Value-liquido                   to f14800-Value-liquido
            move function numval(lnk-UserID)        to f14800-UserID-bordero
            set  f14800-bordero-aberto              to true

            perform 9000-Write_Kaku-pd14800
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f14800-Bordero_Desconto - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-parcelas
                 perform 2200-gravar-item-bordero
            end-perform

            move ws-Number-bordero                  to f-Number-bordero
            move f14800-StatusID                    to f-StatusID
            perform 8000-Screen_Gamen

            string "Bordero [" ws-Number-bordero "] registrado com sucesso!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-seleciona-parcela section.

            move zeros                              to f-Number-documento
                                                       f-data-vencimento
            move spaces                             to f-Series-documento
                                                       f-razao-social
            move 1                                  to f-Seq-parcela
            move zeros                              to f-Value-titulo

            accept f-Number-documento at line 25 col 34 with update auto-skip
            if   ws-tecla-Cancela
            or   f-Number-documento equal zeros
                 exit section
            end-if

            perform until f-Series-documento <> spaces or ws-tecla-Cancela
                 accept f-Series-documento at line 25 col 57 with update auto-skip
            end-perform

            accept f-Seq-parcela at line 25 col 67 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            if   ws-qt-parcelas not less c-max-parcelas
                 move "Limite de parcelas por bordero atingido!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move 01                                 to f02400-Type-nota
            move f-Number-documento                 to f02400-Number-documento
            move f-Series-documento                 to f02400-Series-documento
            move f-Seq-parcela                      to f02400-Seq-parcela
            perform 9000-Read_Yomu-pd02400-ran
            if   not ws-OperationOK
                 string "Documento [" f-Number-documento "/" f-Series-documento " parcela " f-Seq-parcela "] no encontrado em Contas_Receber!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   not f02400-aberto
            or   f02400-cd-moeda greater zeros
                 move "Somente parcela aberta em moeda nacional pode ser descontada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            compute ws-dias-antecipacao =
                    function integer-of-date(f02400-data-vencimento)
                  - function integer-of-date(f-data-bordero)
            if   ws-dias-antecipacao not greater zeros
                 move "Parcela vencida no pode ser descontada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-parcelas
                 if   ws-tp-Number-documento(ws-idx) equal f02400-Number-documento
                 and  ws-tp-Series-documento(ws-idx) equal f02400-Series-documento
                 and  ws-tp-Seq-parcela(ws-idx)      equal f02400-Seq-parcela
                      exit perform
                 end-if
            end-perform
            if   ws-idx not greater ws-qt-parcelas
                 move "Parcela j incluida neste bordero!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            compute ws-Value-saldo = f02400-Value-total - f02400-Value-pago

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move f02400-cd-cliente                  to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   ws-OperationOK
                 move f01400-razao-social           to f-razao-social
            end-if
            move f02400-data-vencimento             to f-data-vencimento
            move ws-Value-saldo                     to f-Value-titulo
            display f-razao-social at line 27 col 34
            display f-data-vencimento at line 29 col 34
            display f-Value-titulo at line 29 col 57

            add  1                                  to ws-qt-parcelas
            move f02400-Type-nota                   to ws-tp-Type-nota(ws-qt-parcelas)
            move f02400-Number-documento            to ws-tp-Number-documento(ws-qt-parcelas)
            move f02400-Series-documento            to ws-tp-Series-documento(ws-qt-parcelas)
            move f02400-Seq-parcela                 to ws-tp-Seq-parcela(ws-qt-parcelas)
            move f02400-cd-cliente                  to ws-tp-cd-cliente(ws-qt-parcelas)
            move f02400-data-vencimento             to ws-tp-data-vencimento(ws-qt-parcelas)
            move ws-Value-saldo                     to ws-tp-Value-titulo(ws-qt-parcelas)
            compute ws-tp-Value-desconto(ws-qt-parcelas) rounded =
                    ws-Value-saldo * ws-taxa-desconto / 100 * ws-dias-antecipacao / 30

            add  ws-Value-saldo                     to ws-Value-bruto
            add  ws-tp-Value-desconto(ws-qt-parcelas) to ws-Value-desconto

            move ws-qt-parcelas                     to f-qtde-parcelas
            move ws-Value-bruto                     to f-Value-bruto
            move ws-Value-desconto                  to f-Value-desconto
            display f-qtde-parcelas at line 17 col 34
            display f-Value-bruto at line 17 col 63
            display f-Value-desconto at line 19 col 34

       exit.

      *>=================================================================================
       2200-gravar-item-bordero section.

            initialize                             f14900-Item_Bordero
            move lnk-CompanyCode                    to f14900-CompanyCode
            move lnk-BranchCode                     to f14900-BranchCode
            move ws-Number-bordero                  to f14900-Number-bordero
            move ws-tp-Type-nota(ws-idx)            to f14900-Type-nota
            move ws-tp-Number-documento(ws-idx)     to f14900-Number-documento
            move ws-tp-Series-documento(ws-idx)     to f14900-Series-documento
            move ws-tp-Seq-parcela(ws-idx)          to f14900-Seq-parcela
            move ws-tp-cd-cliente(ws-idx)           to f14900-cd-cliente
            move f-cd-conta-bancaria                to f14900-cd-conta-bancaria
            move ws-tp-data-vencimento(ws-idx)      to f14900-data-vencimento
            move ws-tp-Value-titulo(ws-idx)         to f14900-Value-titulo
            move ws-tp-Value-desconto(ws-idx)       to f14900-Value-desconto
            move f-data-bordero                     to f14900-data-situacao
            set  f14900-item-em-aberto              to true

            perform 9000-Write_Kaku-pd14900
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f14900-Item_Bordero - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move ws-tp-Type-nota(ws-idx)            to f02400-Type-nota
            move ws-tp-Number-documento(ws-idx)     to f02400-Number-documento
            move ws-tp-Series-documento(ws-idx)     to f02400-Series-documento
            move ws-tp-Seq-parcela(ws-idx)          to f02400-Seq-parcela
            perform 9000-Read_Yomu-pd02400-ran
            if   ws-OperationOK
                 set  f02400-descontado             to true
                 perform 9000-Rewrite_Kakinaosu-pd02400
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f02400-Contas_Receber - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-valida-conta-bancaria section.

            set  ws-conta-valida                    to true

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move ws-cd-conta-valida                 to f14200-cd-conta-bancaria
            perform 9000-Read_Yomu-pd14200-ran
            if   not ws-OperationOK
            or   not f14200-conta-ativa
                 set  ws-conta-invalida             to true
                 string "Conta Bancaria Invalid_Mukou! [" ws-cd-conta-valida "]" into ws-Message_Messeji
            end-if

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
      *> Parcela descontada: o cliente pagou ao banco (L) e a obrigacao com
      *> o banco se encerra, ou nao pagou e o banco debita a recompra na
      *> conta do bordero (R) - a parcela volta aberta para a cobranca
       2100-Baixa-Parcela section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-documento greater zeros or ws-tecla-Cancela
                 accept f-Number-documento at line 25 col 34 with update auto-skip
            end-perform

            perform until f-Series-documento <> spaces or ws-tecla-Cancela
                 accept f-Series-documento at line 25 col 57 with update auto-skip
            end-perform

            move 1                                  to f-Seq-parcela
            accept f-Seq-parcela at line 25 col 67 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move 01                                 to f02400-Type-nota
            move f-Number-documento                 to f02400-Number-documento
            move f-Series-documento                 to f02400-Series-documento
            move f-Seq-parcela                      to f02400-Seq-parcela
            perform 9000-Read_Yomu-pd02400-ran
            if   not ws-OperationOK
            or   not f02400-descontado
                 string "Parcela [" f-Number-documento "/" f-Series-documento " " f-Seq-parcela "] no esta descontada!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Item do bordero ainda em aberto para esta parcela
            perform 9000-localiza-item-bordero

            if   ws-item-nao-localizado
                 move "Bordero da parcela no encontrado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move f02400-cd-cliente                  to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   ws-OperationOK
                 move f01400-razao-social           to f-razao-social
            end-if
            move f14900-data-vencimento             to f-data-vencimento
            move f14900-Value-titulo                to f-Value-titulo
            move f14900-Number-bordero              to f-Number-bordero
            display f-Number-bordero at line 11 col 34
            display f-razao-social at line 27 col 34
            display f-data-vencimento at line 29 col 34
            display f-Value-titulo at line 29 col 57

            display "Situacao (L=Liquidada R=Recompra):" at line 31 col 10
            move spaces                             to f-situacao-item
            perform until f-situacao-item equal "L" or "R" or ws-tecla-Cancela
                 accept f-situacao-item at line 31 col 46 with update auto-skip
                 move function upper-case(f-situacao-item) to f-situacao-item
            end-perform

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-situacao
            display "Data:" at line 31 col 50
            perform until (f-data-situacao greater zeros
                      and  f-data-situacao not greater ws-data-inv)
                       or ws-tecla-Cancela
                 accept f-data-situacao at line 31 col 56 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             lw-Periodo
            move "R"                               to lw-modulo-periodo
            move f-data-situacao                   to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin baixa da parcela descontada? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            move f-situacao-item                    to f14900-StatusID
            move f-data-situacao                    to f14900-data-situacao
            perform 9000-Rewrite_Kakinaosu-pd14900
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f14900-Item_Bordero - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f14900-item-liquidado
                 move f02400-Value-total            to f02400-Value-pago
                 set  f02400-quitado                to true
                 move f-data-situacao               to f02400-data-baixa
            else
                 set  f02400-aberto                 to true
            end-if
            perform 9000-Rewrite_Kakinaosu-pd02400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f02400-Contas_Receber - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            perform 9000-encerra-bordero

            move "Parcela baixada do bordero com sucesso!" to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Responsabilidade contingente: parcelas descontadas ainda nao
      *> liquidadas pelos clientes, por bordero e totalizadas por banco
       2100-Report_Contingente section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\BORDEROS_CONTINGENTE_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-contingente
            open output arq-contingente
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-contingente
            string "RESPONSABILIDADE POR DUPLICATAS DESCONTADAS - POSICAO EM "
                   ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-contingente
            write rs-arq-contingente
            move spaces                             to rs-arq-contingente
            write rs-arq-contingente
            move spaces                             to rs-arq-contingente
            string "BORDERO CONTA DATA       TAXA% PARCELAS     VALOR EM ABERTO"
                   delimited by size into rs-arq-contingente
            write rs-arq-contingente

            move zeros                              to ws-qt-contas
                                                       ws-Value-total-contingente
            initialize                             ws-tabela-contas

            initialize                             f14800-Bordero_Desconto
            move lnk-CompanyCode                    to f14800-CompanyCode
            move lnk-BranchCode                     to f14800-BranchCode
            perform 9000-str-pd14800-nlss
            perform 9000-Read_Yomu-pd14800-nex
            perform until not ws-OperationOK
                       or f14800-CompanyCode not equal lnk-CompanyCode
                       or f14800-BranchCode  not equal lnk-BranchCode

                 if   f14800-bordero-aberto
                      perform 2200-pendente-bordero
                 end-if

                 perform 9000-Read_Yomu-pd14800-nex
            end-perform

            move spaces                             to rs-arq-contingente
            write rs-arq-contingente
            move spaces                             to rs-arq-contingente
            string "TOTAL POR BANCO" delimited by size into rs-arq-contingente
            write rs-arq-contingente

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-contas
                 initialize                         f14200-Conta_Bancaria
                 move lnk-CompanyCode               to f14200-CompanyCode
                 move lnk-BranchCode                to f14200-BranchCode
                 move ws-tc-cd-conta(ws-idx)        to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   not ws-OperationOK
                      move "CONTA NAO CADASTRADA"   to f14200-Desc-conta-bancaria
                 end-if
                 move ws-tc-Value(ws-idx)           to ws-Value-x
                 move spaces                        to rs-arq-contingente
                 string ws-tc-cd-conta(ws-idx) " " f14200-Desc-conta-bancaria
                        " BANCO " f14200-cd-banco
                        " " ws-tc-qtde(ws-idx) " " ws-Value-x
                        delimited by size into rs-arq-contingente
                 write rs-arq-contingente
            end-perform

            move ws-Value-total-contingente         to ws-Value-x
            move spaces                             to rs-arq-contingente
            write rs-arq-contingente
            move spaces                             to rs-arq-contingente
            string "TOTAL GERAL EM ABERTO " ws-Value-x delimited by size into rs-arq-contingente
            write rs-arq-contingente

            close arq-contingente

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "DUPLICATAS DESCONTADAS EM " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-contingente                to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-contingente into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-pendente-bordero section.

            move zeros                              to ws-qtde-pendentes
                                                       ws-Value-pendente

            initialize                             f14900-Item_Bordero
            move lnk-CompanyCode                    to f14900-CompanyCode
            move lnk-BranchCode                     to f14900-BranchCode
            move f14800-Number-bordero              to f14900-Number-bordero
            perform 9000-str-pd14900-nlss
            perform 9000-Read_Yomu-pd14900-nex
            perform until not ws-OperationOK
                       or f14900-CompanyCode     not equal lnk-CompanyCode
                       or f14900-BranchCode      not equal lnk-BranchCode
                       or f14900-Number-bordero  not equal f14800-Number-bordero
                 if   f14900-item-em-aberto
                      add 1                         to ws-qtde-pendentes
                      add f14900-Value-titulo       to ws-Value-pendente
                 end-if
                 perform 9000-Read_Yomu-pd14900-nex
            end-perform

            if   ws-qtde-pendentes equal zeros
                 exit section
            end-if

            move f14800-taxa-desconto               to f-taxa-desconto
            move ws-Value-pendente                  to ws-Value-x
            move spaces                             to rs-arq-contingente
            string f14800-Number-bordero " " f14800-cd-conta-bancaria "   "
                   f14800-data-bordero(7:2) "/" f14800-data-bordero(5:2) "/" f14800-data-bordero(1:4)
                   " " f-taxa-desconto " " ws-qtde-pendentes " " ws-Value-x
                   delimited by size into rs-arq-contingente
            write rs-arq-contingente

            add  ws-Value-pendente                  to ws-Value-total-contingente

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-contas
                 if   ws-tc-cd-conta(ws-idx) equal f14800-cd-conta-bancaria
                      exit perform
                 end-if
            end-perform
            if   ws-idx greater ws-qt-contas
                 if   ws-qt-contas not less c-max-contas
                      exit section
                 end-if
                 add 1                              to ws-qt-contas
                 move ws-qt-contas                  to ws-idx
                 move f14800-cd-conta-bancaria      to ws-tc-cd-conta(ws-idx)
            end-if
            add  ws-qtde-pendentes                  to ws-tc-qtde(ws-idx)
            add  ws-Value-pendente                  to ws-tc-Value(ws-idx)

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-Number-bordero greater zeros or ws-tecla-Cancela
                 accept f-Number-bordero at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f14800-Bordero_Desconto
            move lnk-CompanyCode                    to f14800-CompanyCode
            move lnk-BranchCode                     to f14800-BranchCode
            move f-Number-bordero                   to f14800-Number-bordero
            perform 9000-Read_Yomu-pd14800-ran
            if   not ws-OperationOK
                 string "Bordero no cadastrado! [" f-Number-bordero "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f14800-data-bordero                to f-data-bordero
            move f14800-cd-conta-bancaria           to f-cd-conta-bancaria
            move f14800-taxa-desconto               to f-taxa-desconto
            move f14800-Value-tarifas               to f-Value-tarifas
            move f14800-qtde-parcelas               to f-qtde-parcelas
            move f14800-Value-bruto                 to f-Value-bruto
            move f14800-Value-desconto              to f-Value-desconto
            move f14800-Value-liquido               to f-Value-liquido
            move f14800-StatusID                    to f-StatusID

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move f14800-cd-conta-bancaria           to f14200-cd-conta-bancaria
            perform 9000-Read_Yomu-pd14200-ran
            if   ws-OperationOK
                 move f14200-Desc-conta-bancaria    to f-Desc-conta-bancaria
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01400
            close pd02400
            close pd14200
            close pd14800
            close pd14900

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Bordero

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Bordero

            perform 9000-StandardFrame
            display frm-Bordero

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro
       copy CSP14900.cpy. *> Bordero de desconto

      *>=================================================================================
      *> 読み取り

       copy CSR01400.cpy.
       copy CSR02400.cpy.
       copy CSR14200.cpy.
       copy CSR14800.cpy.
       copy CSR14900.cpy.
