      $set sourceformat"free"
       program-id. CS30048C.
      *>=================================================================================
      *>
      *>        Posicao de Tesouraria e Saldo Diario por Conta Bancaria
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS02450.cpy.
       copy CSS02650.cpy.
       copy CSS09600.cpy.
       copy CSS11300.cpy.
       copy CSS14200.cpy.
       copy CSS14300.cpy.
       copy CSS14800.cpy.
       copy CSS14900.cpy.

            select arq-tesouraria assign to disk wid-arq-tesouraria
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF02450.cpy.
       copy CSF02650.cpy.
       copy CSF09600.cpy.
       copy CSF11300.cpy.
       copy CSF14200.cpy.
       copy CSF14300.cpy.
       copy CSF14800.cpy.
       copy CSF14900.cpy.

       fd   arq-tesouraria.

       01   rs-arq-tesouraria                      pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30048C".
       78   c-ProgramDesc                   value "POSICAO DE TESOURARIA".

       78   c-registrar-spool                      value "CS00123S".
       78   c-max-contas                           value 50.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-tesouraria                  pic x(200).
            03 ws-id-relatorio                     pic x(01).
               88 ws-relatorio-posicao                 value "P".
               88 ws-relatorio-diario                  value "D".
            03 ws-data-posicao                     pic 9(08).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-ultimo-dia                       pic 9(02).
            03 ws-quociente                        pic 9(04).
            03 ws-resto                            pic 9(04).
            03 ws-idx                              pic 9(03) comp-5.
            03 ws-qt-contas                        pic 9(03) comp-5.
            03 ws-dia-idx                          pic 9(02) comp-5.
            03 ws-dia-mes                          pic 9(02).
            03 ws-Parameters-movimento.
               05 ws-mov-data                      pic 9(08).
               05 ws-mov-conta                     pic 9(03).
               05 ws-mov-Value                     pic s9(13)v9(02).
               05 ws-mov-origem                    pic x(01).
                  88 ws-mov-livros                     value "L".
                  88 ws-mov-banco                      value "B".
            03 ws-saldo-dia                        pic s9(13)v9(02).
            03 ws-saldo-banco-dia                  pic s9(13)v9(02).
            03 ws-diferenca                        pic s9(13)v9(02).
            03 ws-total-livros                     pic s9(13)v9(02).
            03 ws-total-banco                      pic s9(13)v9(02).
            03 ws-total-entradas                   pic s9(13)v9(02).
            03 ws-total-saidas                     pic s9(13)v9(02).
            03 ws-Value-x                          pic -z.zzz.zzz.zz9,99.
            03 ws-Value-x-2                        pic -z.zzz.zzz.zz9,99.
            03 ws-Value-x-3                        pic -z.zzz.zzz.zz9,99.
            03 ws-Value-x-4                        pic -z.zzz.zzz.zz9,99.
            03 ws-Value-x-5                        pic -z.zzz.zzz.zz9,99.

       01   ws-tab-contas.
            03 ws-conta-entrada occurs c-max-contas.
               05 ws-tc-cd-conta                   pic 9(03).
               05 ws-tc-Desc-conta                 pic x(30).
               05 ws-tc-data-base                  pic 9(08).
               05 ws-tc-saldo-livros               pic s9(13)v9(02).
               05 ws-tc-saldo-banco                pic s9(13)v9(02).
               05 ws-tc-entradas-dia               pic s9(13)v9(02).
               05 ws-tc-saidas-dia                 pic s9(13)v9(02).

       01   ws-tab-dias.
            03 ws-dia-entrada occurs 31.
               05 ws-td-entradas                   pic s9(13)v9(02).
               05 ws-td-saidas                     pic s9(13)v9(02).
               05 ws-td-banco                      pic s9(13)v9(02).

       01   f-Tesouraria.
            03 f-data-posicao                      pic 9(08).
            03 f-cd-conta-bancaria                 pic 9(03).
            03 f-Desc-conta-bancaria               pic x(40).
            03 f-mes-referencia                    pic 9(02).
            03 f-ano-referencia                    pic 9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Tesouraria.
            03 line 11 col 20   pic x(13) value "Data Posicao:".
            03 line 11 col 34   pic 9(08) from f-data-posicao.
            03 line 13 col 18   pic x(15) value "Conta Bancaria:".
            03 line 13 col 34   pic 9(03) from f-cd-conta-bancaria.
            03 line 13 col 40   pic x(40) from f-Desc-conta-bancaria.
            03 line 15 col 29   pic x(04) value "Mes:".
            03 line 15 col 34   pic 9(02) from f-mes-referencia.
            03 line 17 col 29   pic x(04) value "Ano:".
            03 line 17 col 34   pic 9(04) from f-ano-referencia.

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

            perform 9000-Open_Akeru-i-pd02450
            perform 9000-Open_Akeru-i-pd02650
            perform 9000-Open_Akeru-i-pd09600
            perform 9000-Open_Akeru-i-pd11300
            perform 9000-Open_Akeru-i-pd14200
            perform 9000-Open_Akeru-i-pd14300
            perform 9000-Open_Akeru-i-pd14800
            perform 9000-Open_Akeru-i-pd14900

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
                     perform 2100-Report_Posicao
                when 06
                     perform 2100-Report_Saldo-Diario
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Posicao de todas as contas da Filial na data: saldo dos livros
      *> (saldo inicial do cadastro mais recebimentos, adiantamentos e
      *> transferencias recebidas, menos pagamentos e transferencias
      *> enviadas) contra o saldo pelo extrato importado. A conta zero e o
      *> caixa (recebimentos em dinheiro)
       2100-Report_Posicao section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                        to f-data-posicao
            perform until exit
                 accept f-data-posicao at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-data-posicao greater zeros
                      exit perform
                 end-if
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            set  ws-relatorio-posicao               to true
            move f-data-posicao                     to ws-data-posicao

            *> Caixa na primeira posicao, depois as contas cadastradas
            initialize                             ws-tab-contas
            move 1                                  to ws-qt-contas
            move zeros                              to ws-tc-cd-conta(1)
            move "CAIXA"                            to ws-tc-Desc-conta(1)

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move zeros                              to f14200-cd-conta-bancaria
            perform 9000-str-pd14200-nlss
            perform 9000-Read_Yomu-pd14200-nex
            perform until not ws-OperationOK
                       or f14200-CompanyCode not equal lnk-CompanyCode
                       or f14200-BranchCode  not equal lnk-BranchCode
                       or ws-qt-contas not less c-max-contas

                 add 1                              to ws-qt-contas
                 move f14200-cd-conta-bancaria      to ws-tc-cd-conta(ws-qt-contas)
                 move f14200-Desc-conta-bancaria    to ws-tc-Desc-conta(ws-qt-contas)
                 move f14200-data-saldo-inicial     to ws-tc-data-base(ws-qt-contas)
                 if   f14200-data-saldo-inicial not greater ws-data-posicao
                      move f14200-Value-saldo-inicial to ws-tc-saldo-livros(ws-qt-contas)
                                                         ws-tc-saldo-banco(ws-qt-contas)
                 end-if

                 perform 9000-Read_Yomu-pd14200-nex
            end-perform

            perform 2200-apura-movimentos

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\POSICAO_TESOURARIA_" ws-data-posicao "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-tesouraria
            open output arq-tesouraria
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-tesouraria
            string "POSICAO DE TESOURARIA EM " ws-data-posicao(7:2) "/" ws-data-posicao(5:2) "/" ws-data-posicao(1:4)
                   " - EMITIDO EM " ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-tesouraria
            write rs-arq-tesouraria

            move spaces                             to rs-arq-tesouraria
            write rs-arq-tesouraria

            move spaces                             to rs-arq-tesouraria
            string "CTA  DESCRICAO                      "
                   "   ENTRADAS NO DIA"
                   "     SAIDAS NO DIA"
                   "      SALDO LIVROS"
                   "       SALDO BANCO"
                   "         DIFERENCA"
                   delimited by size into rs-arq-tesouraria
            write rs-arq-tesouraria

            move zeros                              to ws-total-livros
                                                       ws-total-banco
                                                       ws-total-entradas
                                                       ws-total-saidas

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-contas

                 add  ws-tc-saldo-livros(ws-idx)    to ws-total-livros
                 add  ws-tc-entradas-dia(ws-idx)    to ws-total-entradas
                 add  ws-tc-saidas-dia(ws-idx)      to ws-total-saidas

                 *> O caixa no tem extrato: a diferenca so se aplica as contas
                 if   ws-tc-cd-conta(ws-idx) equal zeros
                      move zeros                    to ws-diferenca
                      move ws-tc-saldo-livros(ws-idx) to ws-tc-saldo-banco(ws-idx)
                 else
                      compute ws-diferenca = ws-tc-saldo-banco(ws-idx) - ws-tc-saldo-livros(ws-idx)
                 end-if
                 add  ws-tc-saldo-banco(ws-idx)     to ws-total-banco

                 move ws-tc-entradas-dia(ws-idx)    to ws-Value-x
                 move ws-tc-saidas-dia(ws-idx)      to ws-Value-x-2
                 move ws-tc-saldo-livros(ws-idx)    to ws-Value-x-3
                 move ws-tc-saldo-banco(ws-idx)     to ws-Value-x-4
                 move ws-diferenca                  to ws-Value-x-5
                 move spaces                        to rs-arq-tesouraria
                 string ws-tc-cd-conta(ws-idx)
                        "  " ws-tc-Desc-conta(ws-idx)
                        " " ws-Value-x
                        " " ws-Value-x-2
                        " " ws-Value-x-3
                        " " ws-Value-x-4
                        " " ws-Value-x-5
                        delimited by size into rs-arq-tesouraria
                 write rs-arq-tesouraria
            end-perform

            compute ws-diferenca = ws-total-banco - ws-total-livros

            move ws-total-entradas                  to ws-Value-x
            move ws-total-saidas                    to ws-Value-x-2
            move ws-total-livros                    to ws-Value-x-3
            move ws-total-banco                     to ws-Value-x-4
            move ws-diferenca                       to ws-Value-x-5
            move spaces                             to rs-arq-tesouraria
            write rs-arq-tesouraria
            move spaces                             to rs-arq-tesouraria
            string "     TOTAL DA FILIAL                "
                   " " ws-Value-x
                   " " ws-Value-x-2
                   " " ws-Value-x-3
                   " " ws-Value-x-4
                   " " ws-Value-x-5
                   delimited by size into rs-arq-tesouraria
            write rs-arq-tesouraria

            close arq-tesouraria

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "POSICAO DE TESOURARIA " ws-data-posicao delimited by size into lw-ds-parametros-spool
            move wid-arq-tesouraria                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-tesouraria into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Saldo dia a dia de uma conta no mes: saldo de abertura, entradas e
      *> saidas pelos livros, saldo final e saldo pelo extrato
       2100-Report_Saldo-Diario section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until exit
                 accept f-cd-conta-bancaria at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 if   f-cd-conta-bancaria equal zeros
                      move "CAIXA"                  to f-Desc-conta-bancaria
                      move zeros                    to f14200-data-saldo-inicial
                                                       f14200-Value-saldo-inicial
                      exit perform
                 end-if
                 initialize                         f14200-Conta_Bancaria
                 move lnk-CompanyCode               to f14200-CompanyCode
                 move lnk-BranchCode                to f14200-BranchCode
                 move f-cd-conta-bancaria           to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   ws-OperationOK
                      move f14200-Desc-conta-bancaria to f-Desc-conta-bancaria
                      exit perform
                 end-if
                 string "Conta Bancaria no cadastrada! [" f-cd-conta-bancaria "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            display f-Desc-conta-bancaria at line 13 col 40

            perform until (f-mes-referencia greater zeros
                      and  f-mes-referencia not greater 12)
                       or ws-tecla-Cancela
                 accept f-mes-referencia at line 15 col 34 with update auto-skip
            end-perform

            perform until f-ano-referencia greater zeros or ws-tecla-Cancela
                 accept f-ano-referencia at line 17 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            *> Ultimo dia do mes de referencia
            evaluate f-mes-referencia
                when 2
                     divide f-ano-referencia by 4 giving ws-quociente remainder ws-resto
                     if   ws-resto equal zeros
                          move 29                   to ws-ultimo-dia
                          divide f-ano-referencia by 100 giving ws-quociente remainder ws-resto
                          if   ws-resto equal zeros
                               divide f-ano-referencia by 400 giving ws-quociente remainder ws-resto
                               if   ws-resto not equal zeros
                                    move 28         to ws-ultimo-dia
                               end-if
                          end-if
                     else
                          move 28                   to ws-ultimo-dia
                     end-if
                when 4
                when 6
                when 9
                when 11
                     move 30                        to ws-ultimo-dia
                when other
                     move 31                        to ws-ultimo-dia
            end-evaluate

            compute ws-data-inicial = (f-ano-referencia * 10000) + (f-mes-referencia * 100) + 1
            compute ws-data-final   = (f-ano-referencia * 10000) + (f-mes-referencia * 100) + ws-ultimo-dia

            set  ws-relatorio-diario                to true

            *> A tabela de contas fica so com a conta pedida; o saldo nela
            *> acumulado e o de abertura do mes
            initialize                             ws-tab-contas
                                                   ws-tab-dias
            move 1                                  to ws-qt-contas
            move f-cd-conta-bancaria                to ws-tc-cd-conta(1)
            move f-Desc-conta-bancaria              to ws-tc-Desc-conta(1)
            move f14200-data-saldo-inicial          to ws-tc-data-base(1)
            if   f-cd-conta-bancaria greater zeros
            and  f14200-data-saldo-inicial less ws-data-inicial
                 move f14200-Value-saldo-inicial    to ws-tc-saldo-livros(1)
                                                       ws-tc-saldo-banco(1)
            end-if

            perform 2200-apura-movimentos

            *> Saldo inicial com data base dentro do mes entra no proprio dia
            if   f-cd-conta-bancaria greater zeros
            and  f14200-data-saldo-inicial not less ws-data-inicial
            and  f14200-data-saldo-inicial not greater ws-data-final
                 move f14200-data-saldo-inicial(7:2) to ws-dia-mes
                 move ws-dia-mes                    to ws-dia-idx
                 add  f14200-Value-saldo-inicial    to ws-td-entradas(ws-dia-idx)
                                                       ws-td-banco(ws-dia-idx)
            end-if

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\SALDO_DIARIO_" f-cd-conta-bancaria "_" f-ano-referencia f-mes-referencia "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-tesouraria
            open output arq-tesouraria
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-tesouraria
            string "SALDO DIARIO - CONTA " f-cd-conta-bancaria " " f-Desc-conta-bancaria
                   " - COMPETENCIA " f-mes-referencia "/" f-ano-referencia
                   " - EMITIDO EM " ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-tesouraria
            write rs-arq-tesouraria

            move spaces                             to rs-arq-tesouraria
            write rs-arq-tesouraria

            move spaces                             to rs-arq-tesouraria
            string "DIA  "
                   "   SALDO ABERTURA"
                   "          ENTRADAS"
                   "            SAIDAS"
                   "      SALDO LIVROS"
                   "       SALDO BANCO"
                   delimited by size into rs-arq-tesouraria
            write rs-arq-tesouraria

            move ws-tc-saldo-livros(1)              to ws-saldo-dia
            move ws-tc-saldo-banco(1)               to ws-saldo-banco-dia
            move zeros                              to ws-total-entradas
                                                       ws-total-saidas

            perform varying ws-dia-idx from 1 by 1
                    until ws-dia-idx greater ws-ultimo-dia

                 move ws-saldo-dia                  to ws-Value-x
                 add  ws-td-entradas(ws-dia-idx)    to ws-saldo-dia
                                                       ws-total-entradas
                 subtract ws-td-saidas(ws-dia-idx)  from ws-saldo-dia
                 add  ws-td-saidas(ws-dia-idx)      to ws-total-saidas
                 add  ws-td-banco(ws-dia-idx)       to ws-saldo-banco-dia
                 if   f-cd-conta-bancaria equal zeros
                      move ws-saldo-dia             to ws-saldo-banco-dia
                 end-if

                 move ws-dia-idx                    to ws-dia-mes
                 move ws-td-entradas(ws-dia-idx)    to ws-Value-x-2
                 move ws-td-saidas(ws-dia-idx)      to ws-Value-x-3
                 move ws-saldo-dia                  to ws-Value-x-4
                 move ws-saldo-banco-dia            to ws-Value-x-5
                 move spaces                        to rs-arq-tesouraria
                 string ws-dia-mes
                        "   " ws-Value-x
                        " " ws-Value-x-2
                        " " ws-Value-x-3
                        " " ws-Value-x-4
                        " " ws-Value-x-5
                        delimited by size into rs-arq-tesouraria
                 write rs-arq-tesouraria
            end-perform

            move ws-total-entradas                  to ws-Value-x-2
            move ws-total-saidas                    to ws-Value-x-3
            move ws-saldo-dia                       to ws-Value-x-4
            move ws-saldo-banco-dia                 to ws-Value-x-5
            move spaces                             to rs-arq-tesouraria
            write rs-arq-tesouraria
            move spaces                             to rs-arq-tesouraria
            string "TOTAL MES          "
                   " " ws-Value-x-2
                   " " ws-Value-x-3
                   " " ws-Value-x-4
                   " " ws-Value-x-5
                   delimited by size into rs-arq-tesouraria
            write rs-arq-tesouraria

            close arq-tesouraria

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "SALDO DIARIO CONTA " f-cd-conta-bancaria " " f-mes-referencia "/" f-ano-referencia
                   delimited by size into lw-ds-parametros-spool
            move wid-arq-tesouraria                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-tesouraria into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Percorre os movimentos financeiros da Filial e distribui cada um
      *> na conta bancaria a que pertence
       2200-apura-movimentos section.

            *> Recebimentos; a aplicacao de adiantamento (sem forma e sem
            *> conta) no movimenta dinheiro - o valor entrou no adiantamento
            initialize                             f02450-Pagamento_Receber
            move lnk-CompanyCode                    to f02450-CompanyCode
            move lnk-BranchCode                     to f02450-BranchCode
            perform 9000-str-pd02450-grt
            perform 9000-Read_Yomu-pd02450-nex
            perform until not ws-OperationOK
                       or f02450-CompanyCode not equal lnk-CompanyCode
                       or f02450-BranchCode  not equal lnk-BranchCode

                 if   f02450-cd-forma-pagamento greater zeros
                 or   f02450-cd-conta-bancaria  greater zeros
                      set  ws-mov-livros            to true
                      move f02450-data-pagamento    to ws-mov-data
                      move f02450-cd-conta-bancaria to ws-mov-conta
                      move f02450-Value-pago        to ws-mov-Value
                      perform 2300-registra-movimento
                 end-if

                 perform 9000-Read_Yomu-pd02450-nex
            end-perform

            *> Adiantamentos recebidos de clientes
            initialize                             f11300-Adiantamento
            move lnk-CompanyCode                    to f11300-CompanyCode
            move lnk-BranchCode                     to f11300-BranchCode
            perform 9000-str-pd11300-nlss
            perform 9000-Read_Yomu-pd11300-nex
            perform until not ws-OperationOK
                       or f11300-CompanyCode not equal lnk-CompanyCode
                       or f11300-BranchCode  not equal lnk-BranchCode

                 set  ws-mov-livros                 to true
                 move f11300-data-recebimento       to ws-mov-data
                 move f11300-cd-conta-bancaria      to ws-mov-conta
                 move f11300-Value-adiantado        to ws-mov-Value
                 perform 2300-registra-movimento

                 perform 9000-Read_Yomu-pd11300-nex
            end-perform

            *> Pagamentos de titulos a pagar
            initialize                             f02650-Pagamento_Pagar
            move lnk-CompanyCode                    to f02650-CompanyCode
            move lnk-BranchCode                     to f02650-BranchCode
            perform 9000-str-pd02650-nlss
            perform 9000-Read_Yomu-pd02650-nex
            perform until not ws-OperationOK
                       or f02650-CompanyCode not equal lnk-CompanyCode
                       or f02650-BranchCode  not equal lnk-BranchCode

                 set  ws-mov-livros                 to true
                 move f02650-data-pagamento         to ws-mov-data
                 move f02650-cd-conta-bancaria      to ws-mov-conta
                 compute ws-mov-Value = f02650-Value-pago * -1
                 perform 2300-registra-movimento

                 perform 9000-Read_Yomu-pd02650-nex
            end-perform

            *> Transferencias efetivadas entre as contas
            initialize                             f14300-Transferencia_Bancaria
            move lnk-CompanyCode                    to f14300-CompanyCode
            move lnk-BranchCode                     to f14300-BranchCode
            perform 9000-str-pd14300-nlss
            perform 9000-Read_Yomu-pd14300-nex
            perform until not ws-OperationOK
                       or f14300-CompanyCode not equal lnk-CompanyCode
                       or f14300-BranchCode  not equal lnk-BranchCode

                 if   f14300-transferencia-efetivada
                      set  ws-mov-livros            to true
                      move f14300-data-transferencia to ws-mov-data
                      move f14300-cd-conta-origem   to ws-mov-conta
                      compute ws-mov-Value = f14300-Value-transferencia * -1
                      perform 2300-registra-movimento

                      move f14300-cd-conta-destino  to ws-mov-conta
                      move f14300-Value-transferencia to ws-mov-Value
                      perform 2300-registra-movimento
                 end-if

                 perform 9000-Read_Yomu-pd14300-nex
            end-perform

            *> Borderos de desconto: credito do liquido na data do bordero
            *> e debito da recompra das parcelas nao pagas pelos clientes
            initialize                             f14800-Bordero_Desconto
            move lnk-CompanyCode                    to f14800-CompanyCode
            move lnk-BranchCode                     to f14800-BranchCode
            perform 9000-str-pd14800-nlss
            perform 9000-Read_Yomu-pd14800-nex
            perform until not ws-OperationOK
                       or f14800-CompanyCode not equal lnk-CompanyCode
                       or f14800-BranchCode  not equal lnk-BranchCode

                 set  ws-mov-livros                 to true
                 move f14800-data-bordero           to ws-mov-data
                 move f14800-cd-conta-bancaria      to ws-mov-conta
                 move f14800-Value-liquido          to ws-mov-Value
                 perform 2300-registra-movimento

                 perform 9000-Read_Yomu-pd14800-nex
            end-perform

            initialize                             f14900-Item_Bordero
            move lnk-CompanyCode                    to f14900-CompanyCode
            move lnk-BranchCode                     to f14900-BranchCode
            perform 9000-str-pd14900-nlss
            perform 9000-Read_Yomu-pd14900-nex
            perform until not ws-OperationOK
                       or f14900-CompanyCode not equal lnk-CompanyCode
                       or f14900-BranchCode  not equal lnk-BranchCode

                 if   f14900-item-recomprado
                      set  ws-mov-livros            to true
                      move f14900-data-situacao     to ws-mov-data
                      move f14900-cd-conta-bancaria to ws-mov-conta
                      compute ws-mov-Value = f14900-Value-titulo * -1
                      perform 2300-registra-movimento
                 end-if

                 perform 9000-Read_Yomu-pd14900-nex
            end-perform

            *> Lancamentos do extrato bancario importado (CS30026C)
            initialize                             f09600-Extrato_Banco
            move lnk-CompanyCode                    to f09600-CompanyCode
            move lnk-BranchCode                     to f09600-BranchCode
            move 1                                  to f09600-cd-conta-bancaria
            perform 9000-str-pd09600-nlss-2
            perform 9000-Read_Yomu-pd09600-nex
            perform until not ws-OperationOK
                       or f09600-CompanyCode not equal lnk-CompanyCode
                       or f09600-BranchCode  not equal lnk-BranchCode

                 set  ws-mov-banco                  to true
                 move f09600-data-lancamento        to ws-mov-data
                 move f09600-cd-conta-bancaria      to ws-mov-conta
                 if   f09600-lancamento-credito
                      move f09600-Value-lancamento  to ws-mov-Value
                 else
                      compute ws-mov-Value = f09600-Value-lancamento * -1
                 end-if
                 perform 2300-registra-movimento

                 perform 9000-Read_Yomu-pd09600-nex
            end-perform

       exit.

      *>=================================================================================
      *> Movimento antes da data base do saldo inicial ja esta contido nele
       2300-registra-movimento section.

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-contas
                 if   ws-tc-cd-conta(ws-idx) equal ws-mov-conta
                      exit perform
                 end-if
            end-perform

            if   ws-idx greater ws-qt-contas
                 if   ws-relatorio-diario
                 or   ws-qt-contas not less c-max-contas
                      exit section
                 end-if
                 add 1                              to ws-qt-contas
                 move ws-qt-contas                  to ws-idx
                 move ws-mov-conta                  to ws-tc-cd-conta(ws-idx)
                 move "CONTA NAO CADASTRADA"        to ws-tc-Desc-conta(ws-idx)
            end-if

            if   ws-mov-data less ws-tc-data-base(ws-idx)
                 exit section
            end-if

            if   ws-relatorio-posicao
                 if   ws-mov-data greater ws-data-posicao
                      exit section
                 end-if
                 if   ws-mov-banco
                      add  ws-mov-Value             to ws-tc-saldo-banco(ws-idx)
                      exit section
                 end-if
                 add  ws-mov-Value                  to ws-tc-saldo-livros(ws-idx)
                 if   ws-mov-data equal ws-data-posicao
                      if   ws-mov-Value greater zeros
                           add      ws-mov-Value    to ws-tc-entradas-dia(ws-idx)
                      else
                           subtract ws-mov-Value  from ws-tc-saidas-dia(ws-idx)
                      end-if
                 end-if
                 exit section
            end-if

            if   ws-mov-data greater ws-data-final
                 exit section
            end-if

            if   ws-mov-data less ws-data-inicial
                 if   ws-mov-banco
                      add  ws-mov-Value             to ws-tc-saldo-banco(ws-idx)
                 else
                      add  ws-mov-Value             to ws-tc-saldo-livros(ws-idx)
                 end-if
                 exit section
            end-if

            move ws-mov-data(7:2)                   to ws-dia-mes
            move ws-dia-mes                         to ws-dia-idx
            if   ws-mov-banco
                 add  ws-mov-Value                  to ws-td-banco(ws-dia-idx)
            else
                 if   ws-mov-Value greater zeros
                      add      ws-mov-Value         to ws-td-entradas(ws-dia-idx)
                 else
                      subtract ws-mov-Value       from ws-td-saidas(ws-dia-idx)
                 end-if
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd02450
            close pd02650
            close pd09600
            close pd11300
            close pd14200
            close pd14300
            close pd14800
            close pd14900

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Tesouraria

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Tesouraria

            perform 9000-StandardFrame
            display frm-Tesouraria

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR02450.cpy.
       copy CSR02650.cpy.
       copy CSR09600.cpy.
       copy CSR11300.cpy.
       copy CSR14200.cpy.
       copy CSR14300.cpy.
       copy CSR14800.cpy.
       copy CSR14900.cpy.
