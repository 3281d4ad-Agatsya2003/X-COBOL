      $set sourceformat"free"
       program-id. CS30057C.
      *>=================================================================================
      *>
      *>     Mesa de Cobranca - Fila de Prioridade, Contatos e Promessas
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01400.cpy.
       copy CSS02400.cpy.
       copy CSS09500.cpy.
       copy CSS18300.cpy.

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01400.cpy.
       copy CSF02400.cpy.
       copy CSF09500.cpy.
       copy CSF18300.cpy.

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30057C".
       78   c-ProgramDesc                   value "MESA DE COBRANCA".
       78   c-registrar-spool                      value "CS00123S".
       78   c-max-fila                             value 500.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW18300.cpy.

       01   ws-WorkFields.
            03 wid-arq-Report_Repoto               pic x(200).
            03 ws-cd-cliente                       pic 9(09).
            03 ws-cd-cliente-corrente              pic 9(09).
            03 ws-data-sistema-int                 pic 9(07).
            03 ws-dias-atraso                      pic s9(05).
            03 ws-maior-atraso                     pic 9(05).
            03 ws-Value-saldo                      pic 9(09)v9(02).
            03 ws-Value-vencido                    pic 9(11)v9(02).
            03 ws-peso-risco                       pic 9(05).
            03 ws-peso-atraso                      pic 9(05).
            03 ws-peso-valor                       pic 9(05).
            03 ws-Seq-contato                      pic 9(05).
            03 ws-maior-prioridade                 pic 9(09).
            03 ws-ind-maior                        pic 9(03).
            03 ws-posicao                          pic 9(03).
            03 ws-contador-Report_Repoto           pic 9(05).
            03 ws-ptr-linha                        pic 9(04).
            03 ws-situacao-desc                    pic x(20).
            03 ws-resultado-desc                   pic x(12).
            03 ws-valor-display                    pic zzz.zzz.zz9,99.
            03 ws-prometido-display                pic zzz.zzz.zz9,99.
            03 ws-dias-display                     pic zzzz9.
            03 ws-ultima-acao                      pic x(60).
            03 ws-data-ultima-acao                 pic 9(08).
            03 ws-id-saturacao                     pic x(01).
               88 ws-fila-saturada                     value "S".
               88 ws-fila-com-espaco                   value "N".
            03 ws-id-cliente                       pic x(01).
               88 ws-cliente-valido                    value "S".
               88 ws-cliente-invalido                  value "N".

       01   ws-Tabela-Fila.
            03 ws-qtde-fila                        pic 9(03).
            03 ws-fila occurs c-max-fila times.
               05 ws-fila-cd-cliente               pic 9(09).
               05 ws-fila-Value-vencido            pic 9(11)v9(02).
               05 ws-fila-maior-atraso             pic 9(05).
               05 ws-fila-grau-risco               pic x(01).
               05 ws-fila-situacao-promessa        pic x(01).
               05 ws-fila-data-promessa            pic 9(08).
               05 ws-fila-prioridade               pic 9(09).
               05 ws-fila-listado                  pic x(01).
       01   ws-ind-fila                            pic 9(03).

       01   f-Cobranca.
            03 f-cd-cliente                        pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-Value-vencido                     pic zzz.zzz.zz9,99.
            03 f-maior-atraso                      pic zzzz9.
            03 f-grau-risco                        pic x(01).
            03 f-situacao-promessa                 pic x(20).
            03 f-pessoa-contato                    pic x(40).
            03 f-id-resultado                      pic x(01).
            03 f-observacao                        pic x(60).
            03 f-proxima-acao                      pic x(60).
            03 f-data-proxima-acao                 pic 9(08).
            03 f-data-promessa                     pic 9(08).
            03 f-Value-prometido                   pic zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Cobranca.
            03 line 11 col 10   pic x(23) value "Cliente...............:".
            03 line 11 col 34   pic 9(09) from f-cd-cliente.
            03 line 11 col 45   pic x(55) from f-razao-social.
            03 line 13 col 10   pic x(23) value "Valor Vencido.........:".
            03 line 13 col 34   pic zzz.zzz.zz9,99 from f-Value-vencido.
            03 line 13 col 50   pic x(14) value "Maior Atraso:".
            03 line 13 col 65   pic zzzz9 from f-maior-atraso.
            03 line 13 col 72   pic x(07) value "Risco:".
            03 line 13 col 80   pic x(01) from f-grau-risco.
            03 line 15 col 10   pic x(23) value "Promessa de Pagamento.:".
            03 line 15 col 34   pic x(20) from f-situacao-promessa.
            03 line 17 col 10   pic x(23) value "Pessoa Contatada......:".
            03 line 17 col 34   pic x(40) from f-pessoa-contato.
            03 line 19 col 10   pic x(23) value "Resultado (P/C/N/R)...:".
            03 line 19 col 34   pic x(01) from f-id-resultado.
            03 line 19 col 37   pic x(50) value "P=Promessa C=Contato N=Sem Contato R=Recusa".
            03 line 21 col 10   pic x(23) value "Observacao............:".
            03 line 21 col 34   pic x(60) from f-observacao.
            03 line 23 col 10   pic x(23) value "Proxima Acao..........:".
            03 line 23 col 34   pic x(60) from f-proxima-acao.
            03 line 25 col 10   pic x(23) value "Data Proxima Acao.....:".
            03 line 25 col 34   pic 9(08) from f-data-proxima-acao.
            03 line 27 col 10   pic x(23) value "Data Prometida........:".
            03 line 27 col 34   pic 9(08) from f-data-promessa.
            03 line 27 col 45   pic x(16) value "Valor Prometido:".
            03 line 27 col 62   pic zzz.zzz.zz9,99 from f-Value-prometido.

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
            perform 9000-Open_Akeru-i-pd02400
            perform 9000-Open_Akeru-i-pd09500
            perform 9000-Open_Akeru-io-pd18300

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
                     perform 2100-Registrar-Contato
                when 02
                     perform 2100-Query_Shokai
                when 05
                     perform 2100-Fila-Cobranca
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Registro do contato com o cliente; a promessa de pagamento guarda
      *> data e valor prometidos e substitui a promessa ativa anterior
       2100-Registrar-Contato section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Cliente
            if   ws-cliente-invalido
                 exit section
            end-if

            accept f-pessoa-contato at line 17 col 34 with update auto-skip

            perform until f-id-resultado equal "P" or "C" or "N" or "R" or ws-tecla-Cancela
                 accept f-id-resultado at line 19 col 34 with update auto-skip
                 move function upper-case(f-id-resultado) to f-id-resultado
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept f-observacao        at line 21 col 34 with update auto-skip
            accept f-proxima-acao      at line 23 col 34 with update auto-skip
            accept f-data-proxima-acao at line 25 col 34 with update auto-skip

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            if   f-id-resultado equal "P"
                 move zeros                         to f-data-promessa
                 perform until f-data-promessa not less ws-data-inv or ws-tecla-Cancela
                      accept f-data-promessa at line 27 col 34 with update auto-skip
                 end-perform

                 move zeros                         to f-Value-prometido
                 perform until exit
                      if   ws-tecla-Cancela
                           exit perform
                      end-if
                      accept f-Value-prometido at line 27 col 62 with update auto-skip
                      move f-Value-prometido        to ws-Value-saldo
                      if   ws-Value-saldo greater zeros
                           exit perform
                      end-if
                 end-perform
            end-if

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Ultima sequencia do cliente; com nova promessa, a ativa
            *> anterior deixa de valer
            move zeros                              to ws-Seq-contato

            initialize                             f18300-Contato_Cobranca
            move lnk-CompanyCode                    to f18300-CompanyCode
            move lnk-BranchCode                     to f18300-BranchCode
            move ws-cd-cliente                      to f18300-cd-cliente
            move zeros                              to f18300-Seq
            perform 9000-str-pd18300-grt
            perform 9000-Read_Yomu-pd18300-nex
            perform until not ws-OperationOK
                       or f18300-CompanyCode    not equal lnk-CompanyCode
                       or f18300-BranchCode     not equal lnk-BranchCode
                       or f18300-cd-cliente     not equal ws-cd-cliente

                 move f18300-Seq                    to ws-Seq-contato

                 if   f-id-resultado equal "P"
                 and  f18300-promessa-ativa
                      set  f18300-promessa-substituida to true
                      move ws-data-inv              to f18300-data-situacao-promessa
                      perform 9000-Rewrite_Kakinaosu-pd18300
                 end-if

                 perform 9000-Read_Yomu-pd18300-nex
            end-perform

            add  1                                  to ws-Seq-contato

            initialize                             f18300-Contato_Cobranca
            move lnk-CompanyCode                    to f18300-CompanyCode
            move lnk-BranchCode                     to f18300-BranchCode
            move ws-cd-cliente                      to f18300-cd-cliente
            move ws-Seq-contato                     to f18300-Seq
            move ws-data-inv                        to f18300-data-contato
            move ws-Hours(01:06)                    to f18300-horario-contato
            move function numval(lnk-UserID)        to f18300-UserID-operacao
            move f-pessoa-contato                   to f18300-pessoa-contato
            move f-id-resultado                     to f18300-id-resultado
            move f-observacao                       to f18300-observacao
            move f-proxima-acao                     to f18300-proxima-acao
            move f-data-proxima-acao                to f18300-data-proxima-acao

            if   f18300-resultado-promessa
                 move f-data-promessa               to f18300-data-promessa
                 move f-Value-prometido             to f18300-Value-prometido
                 set  f18300-promessa-ativa         to true
                 move ws-data-inv                   to f18300-data-situacao-promessa
            else
                 set  f18300-sem-promessa           to true
            end-if

            perform 9000-Write_Kaku-pd18300
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f18300-Contato_Cobranca - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Historico de contatos do cliente em arquivo, com a situacao atual
      *> da promessa na tela
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Cliente
            if   ws-cliente-invalido
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\HISTORICO_COBRANCA_" ws-cd-cliente "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Historico - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "HISTORICO DE COBRANCA - CLIENTE " ws-cd-cliente " - " f-razao-social
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "VENCIDO R$ " f-Value-vencido " - MAIOR ATRASO " f-maior-atraso
                   " DIAS - RISCO " f-grau-risco " - PROMESSA " f-situacao-promessa
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f18300-Contato_Cobranca
            move lnk-CompanyCode                    to f18300-CompanyCode
            move lnk-BranchCode                     to f18300-BranchCode
            move ws-cd-cliente                      to f18300-cd-cliente
            move zeros                              to f18300-Seq
            perform 9000-str-pd18300-grt
            perform 9000-Read_Yomu-pd18300-nex
            perform until not ws-OperationOK
                       or f18300-CompanyCode    not equal lnk-CompanyCode
                       or f18300-BranchCode     not equal lnk-BranchCode
                       or f18300-cd-cliente     not equal ws-cd-cliente

                 perform 2200-linha-historico

                 perform 9000-Read_Yomu-pd18300-nex
            end-perform

            if   ws-contador-Report_Repoto equal zeros
                 move "   NENHUM CONTATO REGISTRADO" to rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            close arq-Report_Repoto

            string ws-contador-Report_Repoto " contatos em " wid-arq-Report_Repoto
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-linha-historico section.

            add  1                                  to ws-contador-Report_Repoto

            evaluate true
                when f18300-resultado-promessa
                     move "PROMESSA"                to ws-resultado-desc
                when f18300-resultado-contato
                     move "CONTATO"                 to ws-resultado-desc
                when f18300-resultado-sem-contato
                     move "SEM CONTATO"             to ws-resultado-desc
                when f18300-resultado-recusa
                     move "RECUSA"                  to ws-resultado-desc
                when other
                     move spaces                    to ws-resultado-desc
            end-evaluate

            move spaces                             to rs-arq-Report_Repoto
            string f18300-data-contato " " f18300-horario-contato(1:4)
                   " " ws-resultado-desc " " f18300-pessoa-contato
                   " USUARIO " f18300-UserID-operacao
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            if   f18300-observacao not equal spaces
                 move spaces                        to rs-arq-Report_Repoto
                 string "     " f18300-observacao delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            if   f18300-proxima-acao not equal spaces
                 move spaces                        to rs-arq-Report_Repoto
                 string "     PROXIMA ACAO " f18300-data-proxima-acao ": " f18300-proxima-acao
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            if   f18300-resultado-promessa
                 move f18300-id-situacao-promessa   to lw-id-situacao-promessa
                 perform 9000-descricao-promessa
                 move f18300-Value-prometido        to ws-prometido-display
                 move f18300-Value-pago-promessa    to ws-valor-display
                 move spaces                        to rs-arq-Report_Repoto
                 string "     PROMESSA PARA " f18300-data-promessa " R$ " ws-prometido-display
                        " - " ws-situacao-desc " - PAGO R$ " ws-valor-display
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

       exit.

      *>=================================================================================
      *> Fila dos clientes com parcelas vencidas. Prioridade pelo grau de
      *> risco do comportamento de pagamento (CS30024S), dias de atraso e
      *> valor vencido; promessa quebrada volta ao topo e promessa ativa
      *> aguarda no fim da fila ate a data prometida
       2100-Fila-Cobranca section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time
            compute ws-data-sistema-int =
                    function integer-of-date(ws-data-inv)

            initialize                             ws-Tabela-Fila
            set  ws-fila-com-espaco                 to true
            move zeros                              to ws-cd-cliente-corrente
                                                       ws-Value-vencido
                                                       ws-maior-atraso

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move "A"                               to f02400-StatusID
            move zeros                             to f02400-cd-cliente
            perform 9000-str-pd02400-nlss-1
            perform 9000-Read_Yomu-pd02400-nex
            perform until not ws-OperationOK
                       or f02400-CompanyCode not equal lnk-CompanyCode
                       or f02400-BranchCode  not equal lnk-BranchCode
                       or not f02400-aberto

                 if   f02400-cd-cliente not equal ws-cd-cliente-corrente
                      perform 2200-fecha-cliente-fila
                      move f02400-cd-cliente        to ws-cd-cliente-corrente
                 end-if

                 compute ws-dias-atraso = ws-data-sistema-int
                       - function integer-of-date(f02400-data-vencimento)
                 compute ws-Value-saldo =
                         f02400-Value-total - f02400-Value-pago

                 if   ws-dias-atraso greater zeros
                 and  ws-Value-saldo greater zeros
                      add  ws-Value-saldo           to ws-Value-vencido
                      if   ws-dias-atraso greater ws-maior-atraso
                           move ws-dias-atraso      to ws-maior-atraso
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd02400-nex
            end-perform

            perform 2200-fecha-cliente-fila

            perform 2200-imprime-fila

       exit.

      *>=================================================================================
       2200-fecha-cliente-fila section.

            if   ws-cd-cliente-corrente equal zeros
            or   ws-Value-vencido equal zeros
                 move zeros                         to ws-Value-vencido
                                                       ws-maior-atraso
                 exit section
            end-if

            if   ws-qtde-fila not less c-max-fila
                 set  ws-fila-saturada              to true
                 move zeros                         to ws-Value-vencido
                                                       ws-maior-atraso
                 exit section
            end-if

            add  1                                  to ws-qtde-fila
            move ws-qtde-fila                       to ws-ind-fila
            move ws-cd-cliente-corrente             to ws-fila-cd-cliente(ws-ind-fila)
            move ws-Value-vencido                   to ws-fila-Value-vencido(ws-ind-fila)
            move ws-maior-atraso                    to ws-fila-maior-atraso(ws-ind-fila)
            move "N"                                to ws-fila-listado(ws-ind-fila)

            initialize                             f09500-Comportamento_Pagamento
            move lnk-CompanyCode                    to f09500-CompanyCode
            move lnk-BranchCode                     to f09500-BranchCode
            move ws-cd-cliente-corrente             to f09500-cd-cliente
            perform 9000-Read_Yomu-pd09500-ran
            if   ws-OperationOK
                 move f09500-grau-risco             to ws-fila-grau-risco(ws-ind-fila)
            else
                 move "A"                           to ws-fila-grau-risco(ws-ind-fila)
            end-if
            move "00"                               to ws-AccessResult

            evaluate ws-fila-grau-risco(ws-ind-fila)
                when "D"
                     move 10000                     to ws-peso-risco
                when "C"
                     move 5000                      to ws-peso-risco
                when "B"
                     move 2500                      to ws-peso-risco
                when other
                     move zeros                     to ws-peso-risco
            end-evaluate

            if   ws-maior-atraso greater 999
                 move 9990                          to ws-peso-atraso
            else
                 compute ws-peso-atraso = ws-maior-atraso * 10
            end-if

            if   ws-Value-vencido greater 999900
                 move 9999                          to ws-peso-valor
            else
                 compute ws-peso-valor = ws-Value-vencido / 100
            end-if

            compute ws-fila-prioridade(ws-ind-fila) =
                    ws-peso-risco + ws-peso-atraso + ws-peso-valor + 1

            initialize                             lw-Promessa
            move ws-cd-cliente-corrente             to lw-cd-cliente-promessa
            move ws-data-inv                        to lw-data-referencia-promessa
            call c-situacao-promessa using lnk-par lw-Promessa
            cancel c-situacao-promessa

            move lw-id-situacao-promessa            to ws-fila-situacao-promessa(ws-ind-fila)
            move lw-data-promessa                   to ws-fila-data-promessa(ws-ind-fila)

            evaluate true
                when lw-promessa-quebrada
                     add  100000000                 to ws-fila-prioridade(ws-ind-fila)
                when lw-promessa-ativa
                     move zeros                     to ws-fila-prioridade(ws-ind-fila)
            end-evaluate

            move zeros                              to ws-Value-vencido
                                                       ws-maior-atraso

       exit.

      *>=================================================================================
       2200-imprime-fila section.

            string lnk-tmp-path delimited by "  "
                   "\FILA_COBRANCA_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "MESA DE COBRANCA - FILA DE PRIORIDADE EM " ws-data-inv
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            if   ws-fila-saturada
                 move spaces                        to rs-arq-Report_Repoto
                 string "*** FILA SATURADA (" c-max-fila " POSICOES) - CLIENTES EXCEDENTES FORA DA LISTA ***"
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "POS CLIENTE   RAZAO SOCIAL                   TELEFONE        VENCIDO R$   ATRASO R PROMESSA" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move zeros                              to ws-contador-Report_Repoto

            perform varying ws-posicao from 1 by 1
                    until ws-posicao greater ws-qtde-fila

                 move zeros                         to ws-ind-maior
                                                       ws-maior-prioridade
                 perform varying ws-ind-fila from 1 by 1
                         until ws-ind-fila greater ws-qtde-fila
                      if   ws-fila-listado(ws-ind-fila) equal "N"
                      and  (ws-ind-maior equal zeros
                       or   ws-fila-prioridade(ws-ind-fila) greater ws-maior-prioridade)
                           move ws-ind-fila         to ws-ind-maior
                           move ws-fila-prioridade(ws-ind-fila) to ws-maior-prioridade
                      end-if
                 end-perform

                 move "S"                           to ws-fila-listado(ws-ind-maior)
                 move ws-ind-maior                  to ws-ind-fila
                 perform 2200-linha-fila
            end-perform

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "FILA DE COBRANCA " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " clientes na fila em " wid-arq-Report_Repoto
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-linha-fila section.

            add  1                                  to ws-contador-Report_Repoto

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move ws-fila-cd-cliente(ws-ind-fila)    to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
                 move spaces                        to f01400-razao-social
                 move zeros                         to f01400-PhoneNum-1
            end-if

            move ws-fila-situacao-promessa(ws-ind-fila) to lw-id-situacao-promessa
            perform 9000-descricao-promessa

            move ws-fila-Value-vencido(ws-ind-fila) to ws-valor-display
            move ws-fila-maior-atraso(ws-ind-fila)  to ws-dias-display

            move spaces                             to rs-arq-Report_Repoto
            move 1                                  to ws-ptr-linha
            string ws-contador-Report_Repoto(3:3) " " ws-fila-cd-cliente(ws-ind-fila)
                   " " f01400-razao-social(1:30) " " f01400-PhoneNum-1
                   " " ws-valor-display " " ws-dias-display
                   " " ws-fila-grau-risco(ws-ind-fila) " " ws-situacao-desc
                   delimited by size into rs-arq-Report_Repoto with pointer ws-ptr-linha
            if   lw-promessa-ativa
            or   lw-promessa-quebrada
                 string " " ws-fila-data-promessa(ws-ind-fila)
                        delimited by size into rs-arq-Report_Repoto with pointer ws-ptr-linha
            end-if
            write rs-arq-Report_Repoto

            perform 9000-ultimo-contato
            if   ws-ultima-acao not equal spaces
                 move spaces                        to rs-arq-Report_Repoto
                 string "    PROXIMA ACAO " ws-data-ultima-acao ": " ws-ultima-acao
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

       exit.

      *>=================================================================================
       9000-ultimo-contato section.

            move spaces                             to ws-ultima-acao
            move zeros                              to ws-data-ultima-acao

            initialize                             f18300-Contato_Cobranca
            move lnk-CompanyCode                    to f18300-CompanyCode
            move lnk-BranchCode                     to f18300-BranchCode
            move ws-fila-cd-cliente(ws-ind-fila)    to f18300-cd-cliente
            move zeros                              to f18300-Seq
            perform 9000-str-pd18300-grt
            perform 9000-Read_Yomu-pd18300-nex
            perform until not ws-OperationOK
                       or f18300-CompanyCode    not equal lnk-CompanyCode
                       or f18300-BranchCode     not equal lnk-BranchCode
                       or f18300-cd-cliente     not equal ws-fila-cd-cliente(ws-ind-fila)

                 move f18300-proxima-acao           to ws-ultima-acao
                 move f18300-data-proxima-acao      to ws-data-ultima-acao

                 perform 9000-Read_Yomu-pd18300-nex
            end-perform

       exit.

      *>=================================================================================
       9000-descricao-promessa section.

            evaluate true
                when lw-promessa-ativa
                     move "PROMESSA ATIVA"          to ws-situacao-desc
                when lw-promessa-cumprida
                     move "PROMESSA CUMPRIDA"       to ws-situacao-desc
                when lw-promessa-quebrada
                     move "PROMESSA QUEBRADA"       to ws-situacao-desc
                when lw-id-situacao-promessa equal "S"
                     move "SUBSTITUIDA"             to ws-situacao-desc
                when other
                     move "SEM PROMESSA"            to ws-situacao-desc
            end-evaluate

       exit.

      *>=================================================================================
      *> Cliente com o resumo do vencido, grau de risco e situacao da
      *> promessa de pagamento
       9000-Accept-Cliente section.

            set  ws-cliente-invalido                to true

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 accept f-cd-cliente at line 11 col 34 with update auto-skip
                 if   f-cd-cliente greater zeros
                      initialize                   f01400-cliente
                      move lnk-CompanyCode          to f01400-CompanyCode
                      move lnk-BranchCode           to f01400-BranchCode
                      move f-cd-cliente             to f01400-cd-cliente
                      perform 9000-Read_Yomu-pd01400-ran
                      if   ws-OperationOK
                           exit perform
                      end-if
                      string "Cliente nao cadastrado! [" f-cd-cliente "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-perform

            set  ws-cliente-valido                  to true
            move f-cd-cliente                       to ws-cd-cliente
            move f01400-razao-social                to f-razao-social

            accept ws-data-inv                     from date yyyymmdd
            compute ws-data-sistema-int =
                    function integer-of-date(ws-data-inv)

            move zeros                              to ws-Value-vencido
                                                       ws-maior-atraso

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move "A"                               to f02400-StatusID
            move ws-cd-cliente                      to f02400-cd-cliente
            perform 9000-str-pd02400-nlss-1
            perform 9000-Read_Yomu-pd02400-nex
            perform until not ws-OperationOK
                       or f02400-CompanyCode not equal lnk-CompanyCode
                       or f02400-BranchCode  not equal lnk-BranchCode
                       or not f02400-aberto
                       or f02400-cd-cliente  not equal ws-cd-cliente

                 compute ws-dias-atraso = ws-data-sistema-int
                       - function integer-of-date(f02400-data-vencimento)
                 compute ws-Value-saldo =
                         f02400-Value-total - f02400-Value-pago

                 if   ws-dias-atraso greater zeros
                 and  ws-Value-saldo greater zeros
                      add  ws-Value-saldo           to ws-Value-vencido
                      if   ws-dias-atraso greater ws-maior-atraso
                           move ws-dias-atraso      to ws-maior-atraso
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd02400-nex
            end-perform

            move ws-Value-vencido                   to f-Value-vencido
            move ws-maior-atraso                    to f-maior-atraso

            initialize                             f09500-Comportamento_Pagamento
            move lnk-CompanyCode                    to f09500-CompanyCode
            move lnk-BranchCode                     to f09500-BranchCode
            move ws-cd-cliente                      to f09500-cd-cliente
            perform 9000-Read_Yomu-pd09500-ran
            if   ws-OperationOK
                 move f09500-grau-risco             to f-grau-risco
            end-if

            initialize                             lw-Promessa
            move ws-cd-cliente                      to lw-cd-cliente-promessa
            move ws-data-inv                        to lw-data-referencia-promessa
            call c-situacao-promessa using lnk-par lw-Promessa
            cancel c-situacao-promessa

            perform 9000-descricao-promessa
            move ws-situacao-desc                   to f-situacao-promessa

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01400
            close pd02400
            close pd09500
            close pd18300

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Cobranca

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Cobranca

            perform 9000-StandardFrame
            display frm-Cobranca

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01400.cpy.
       copy CSR02400.cpy.
       copy CSR09500.cpy.
       copy CSR18300.cpy.
