      $set sourceformat"free"
       program-id. CS30046C.
      *>=================================================================================
      *>
      *>       Balancete de Verificacao Mensal e Razao Contabil por Conta
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS13700.cpy.
       copy CSS13800.cpy.

            select arq-contabil assign to disk wid-arq-contabil
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF13700.cpy.
       copy CSF13800.cpy.

       fd   arq-contabil.

       01   rs-arq-contabil                        pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30046C".
       78   c-ProgramDesc                   value "BALANCETE E RAZAO".

       78   c-max-contas                            value 999.

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-contabil                    pic x(200).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-contador-contas                  pic 9(05).
            03 ws-contador-lancamentos             pic 9(07).
            03 ws-saldo-anterior                   pic s9(13)v9(02).
            03 ws-total-debitos                    pic s9(13)v9(02).
            03 ws-total-creditos                   pic s9(13)v9(02).
            03 ws-saldo-atual                      pic s9(13)v9(02).
            03 ws-Value-debito                     pic s9(13)v9(02).
            03 ws-Value-credito                    pic s9(13)v9(02).
            03 ws-cd-conta-busca                   pic 9(09).
            03 ws-niveis-percorridos               pic 9(02).
            03 ws-recuo                            pic 9(02).
            03 ws-idx                              pic 9(03) comp-5.
            03 ws-idx-superior                     pic 9(03) comp-5.
            03 ws-tabela-contas.
               05 ws-conta-entrada occurs c-max-contas.
                  07 ws-tab-cd-conta               pic 9(09).
                  07 ws-tab-cd-conta-superior      pic 9(09).
                  07 ws-tab-nivel-conta            pic 9(01).
                  07 ws-tab-id-Type-conta          pic x(01).
                  07 ws-tab-Desc-conta             pic x(40).
                  07 ws-tab-saldo-anterior         pic s9(13)v9(02).
                  07 ws-tab-debitos                pic s9(13)v9(02).
                  07 ws-tab-creditos               pic s9(13)v9(02).
            03 ws-Value-x                          pic z.zzz.zzz.zz9,99.
            03 ws-saldo-x                          pic z.zzz.zzz.zz9,99.
            03 ws-dc-saldo                         pic x(01).

       01   f-Contabil.
            03 f-mes-referencia                    pic 9(02).
            03 f-ano-referencia                    pic 9(04).
            03 f-cd-conta                          pic 9(09).
            03 f-Desc-conta                        pic x(55).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Contabil.
            03 line 11 col 29   pic x(04) value "Mes:".
            03 line 11 col 34   pic 9(02) from f-mes-referencia.
            03 line 13 col 29   pic x(04) value "Ano:".
            03 line 13 col 34   pic 9(04) from f-ano-referencia.
            03 line 15 col 27   pic x(06) value "Conta:".
            03 line 15 col 34   pic 9(09) from f-cd-conta.
            03 line 15 col 45   pic x(55) from f-Desc-conta.

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

            perform 9000-Open_Akeru-i-pd13700
            perform 9000-Open_Akeru-i-pd13800

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
                     perform 2100-Report_Balancete
                when 06
                     perform 2100-Report_Razao
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Balancete de verificacao da competencia: saldo anterior, debitos,
      *> creditos e saldo atual das contas analiticas, totalizados em todos
      *> os niveis sinteticos pela cadeia de contas superiores
       2100-Report_Balancete section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-accept-competencia
            if   not ws-OperationOK
                 exit section
            end-if

            perform 2200-carrega-plano-contas
            if   ws-contador-contas equal zeros
                 move "Plano de contas no cadastrado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-contador-contas

                 if   ws-tab-id-Type-conta(ws-idx) equal "A"
                      perform 2200-saldos-conta-analitica
                      perform 2300-propaga-contas-superiores
                 end-if
            end-perform

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\BALANCETE_" f-ano-referencia f-mes-referencia "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-contabil
            open output arq-contabil
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-contabil
            string "BALANCETE DE VERIFICACAO - COMPETENCIA " f-mes-referencia "/" f-ano-referencia
                   " - EMITIDO EM " ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-contabil
            write rs-arq-contabil

            move spaces                             to rs-arq-contabil
            write rs-arq-contabil

            move spaces                             to rs-arq-contabil
            move "CONTA"                            to rs-arq-contabil(01:05)
            move "N"                                to rs-arq-contabil(11:01)
            move "DESCRICAO"                        to rs-arq-contabil(13:09)
            move "SALDO ANTERIOR"                   to rs-arq-contabil(73:14)
            move "DEBITOS"                          to rs-arq-contabil(99:07)
            move "CREDITOS"                         to rs-arq-contabil(116:08)
            move "SALDO ATUAL"                      to rs-arq-contabil(131:11)
            write rs-arq-contabil

            move zeros                              to ws-total-debitos
                                                       ws-total-creditos

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-contador-contas

                 perform 2200-linha-balancete

                 if   ws-tab-id-Type-conta(ws-idx) equal "A"
                      add  ws-tab-debitos(ws-idx)   to ws-total-debitos
                      add  ws-tab-creditos(ws-idx)  to ws-total-creditos
                 end-if
            end-perform

            move spaces                             to rs-arq-contabil
            write rs-arq-contabil

            move ws-total-debitos                   to ws-Value-x
            move spaces                             to rs-arq-contabil
            string "TOTAL DE DEBITOS.: " ws-Value-x delimited by size into rs-arq-contabil
            write rs-arq-contabil

            move ws-total-creditos                  to ws-Value-x
            move spaces                             to rs-arq-contabil
            string "TOTAL DE CREDITOS: " ws-Value-x delimited by size into rs-arq-contabil
            write rs-arq-contabil

            if   ws-total-debitos not equal ws-total-creditos
                 move spaces                        to rs-arq-contabil
                 move "*** DEBITOS E CREDITOS NAO CONFEREM ***" to rs-arq-contabil
                 write rs-arq-contabil
            end-if

            close arq-contabil

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "BALANCETE " f-mes-referencia "/" f-ano-referencia delimited by size into lw-ds-parametros-spool
            move wid-arq-contabil                  to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Balancete gerado com " ws-contador-contas " contas em " wid-arq-contabil into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> O plano  carregado na ordem da chave (codigo da conta); a
      *> estrutura vem do codigo da conta superior de cada registro
       2200-carrega-plano-contas section.

            move zeros                              to ws-contador-contas
            initialize                             ws-tabela-contas

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move zeros                              to f13700-cd-conta
            perform 9000-str-pd13700-nlss
            perform 9000-Read_Yomu-pd13700-nex
            perform until not ws-OperationOK
                       or f13700-CompanyCode not equal lnk-CompanyCode
                       or f13700-BranchCode  not equal lnk-BranchCode

                 if   ws-contador-contas not less c-max-contas
                      move "Plano de contas excede o limite do balancete - contas restantes ignoradas!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform
                 end-if

                 add  1                             to ws-contador-contas
                 move f13700-cd-conta               to ws-tab-cd-conta(ws-contador-contas)
                 move f13700-cd-conta-superior      to ws-tab-cd-conta-superior(ws-contador-contas)
                 move f13700-nivel-conta            to ws-tab-nivel-conta(ws-contador-contas)
                 move f13700-id-Type-conta          to ws-tab-id-Type-conta(ws-contador-contas)
                 move f13700-Desc-conta             to ws-tab-Desc-conta(ws-contador-contas)

                 perform 9000-Read_Yomu-pd13700-nex
            end-perform

       exit.

      *>=================================================================================
      *> Saldo devedor positivo e credor negativo: o que veio antes da
      *> competencia forma o saldo anterior
       2200-saldos-conta-analitica section.

            initialize                             f13800-Lancamento_Contabil
            move lnk-CompanyCode                    to f13800-CompanyCode
            move lnk-BranchCode                     to f13800-BranchCode
            move ws-tab-cd-conta(ws-idx)            to f13800-cd-conta
            move zeros                              to f13800-data-lancamento
            perform 9000-str-pd13800-nlss-1
            perform 9000-Read_Yomu-pd13800-nex
            perform until not ws-OperationOK
                       or f13800-CompanyCode      not equal lnk-CompanyCode
                       or f13800-BranchCode       not equal lnk-BranchCode
                       or f13800-cd-conta         not equal ws-tab-cd-conta(ws-idx)
                       or f13800-data-lancamento  greater ws-data-final

                 evaluate true
                      when f13800-data-lancamento less ws-data-inicial
                       and f13800-partida-debito
                           add      f13800-Value-lancamento to ws-tab-saldo-anterior(ws-idx)
                      when f13800-data-lancamento less ws-data-inicial
                           subtract f13800-Value-lancamento from ws-tab-saldo-anterior(ws-idx)
                      when f13800-partida-debito
                           add      f13800-Value-lancamento to ws-tab-debitos(ws-idx)
                      when other
                           add      f13800-Value-lancamento to ws-tab-creditos(ws-idx)
                 end-evaluate

                 perform 9000-Read_Yomu-pd13800-nex
            end-perform

       exit.

      *>=================================================================================
      *> Soma a conta analitica em cada conta sintetica acima dela; o limite
      *> de niveis protege contra um ciclo no cadastro do plano
       2300-propaga-contas-superiores section.

            move ws-tab-cd-conta-superior(ws-idx)   to ws-cd-conta-busca
            move zeros                              to ws-niveis-percorridos

            perform until ws-cd-conta-busca equal zeros
                       or ws-niveis-percorridos greater 9

                 add  1                             to ws-niveis-percorridos

                 perform varying ws-idx-superior from 1 by 1
                         until ws-idx-superior greater ws-contador-contas
                            or ws-tab-cd-conta(ws-idx-superior) equal ws-cd-conta-busca
                 end-perform

                 if   ws-idx-superior greater ws-contador-contas
                      exit perform
                 end-if

                 add  ws-tab-saldo-anterior(ws-idx) to ws-tab-saldo-anterior(ws-idx-superior)
                 add  ws-tab-debitos(ws-idx)        to ws-tab-debitos(ws-idx-superior)
                 add  ws-tab-creditos(ws-idx)       to ws-tab-creditos(ws-idx-superior)

                 move ws-tab-cd-conta-superior(ws-idx-superior) to ws-cd-conta-busca
            end-perform

       exit.

      *>=================================================================================
       2200-linha-balancete section.

            compute ws-saldo-atual =
                    ws-tab-saldo-anterior(ws-idx)
                    + ws-tab-debitos(ws-idx)
                    - ws-tab-creditos(ws-idx)

            *> Contas sem movimento nem saldo ficam fora do balancete
            if   ws-tab-saldo-anterior(ws-idx) equal zeros
            and  ws-tab-debitos(ws-idx)        equal zeros
            and  ws-tab-creditos(ws-idx)       equal zeros
                 exit section
            end-if

            compute ws-recuo = (ws-tab-nivel-conta(ws-idx) * 2) + 11

            move spaces                             to rs-arq-contabil
            move ws-tab-cd-conta(ws-idx)            to rs-arq-contabil(01:09)
            move ws-tab-nivel-conta(ws-idx)         to rs-arq-contabil(11:01)
            move ws-tab-Desc-conta(ws-idx)          to rs-arq-contabil(ws-recuo:40)

            move ws-tab-saldo-anterior(ws-idx)      to ws-saldo-anterior
            perform 9000-formata-saldo
            move ws-saldo-x                         to rs-arq-contabil(70:17)
            move ws-dc-saldo                        to rs-arq-contabil(87:01)

            move ws-tab-debitos(ws-idx)             to ws-Value-x
            move ws-Value-x                         to rs-arq-contabil(89:17)
            move ws-tab-creditos(ws-idx)            to ws-Value-x
            move ws-Value-x                         to rs-arq-contabil(107:17)

            move ws-saldo-atual                     to ws-saldo-anterior
            perform 9000-formata-saldo
            move ws-saldo-x                         to rs-arq-contabil(125:17)
            move ws-dc-saldo                        to rs-arq-contabil(142:01)
            write rs-arq-contabil

       exit.

      *>=================================================================================
      *> Razao da conta analitica na competencia: saldo anterior, os
      *> lancamentos em ordem de data com o saldo corrente, e o saldo final
       2100-Report_Razao section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-accept-competencia
            if   not ws-OperationOK
                 exit section
            end-if

            perform until f-cd-conta greater zeros or ws-tecla-Cancela
                 accept f-cd-conta at line 15 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move f-cd-conta                         to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   not ws-OperationOK
                 string "Conta no cadastrada no plano de contas! [" f-cd-conta "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   not f13700-conta-analitica
                 move "Razao disponivel somente para contas analiticas!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f13700-Desc-conta                  to f-Desc-conta
            perform 8000-Screen_Gamen

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\RAZAO_" f-cd-conta "_" f-ano-referencia f-mes-referencia "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-contabil
            open output arq-contabil
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-saldo-atual
                                                       ws-total-debitos
                                                       ws-total-creditos
                                                       ws-contador-lancamentos

            move spaces                             to rs-arq-contabil
            string "RAZAO CONTABIL - CONTA " f-cd-conta " " f13700-Desc-conta
                   " - COMPETENCIA " f-mes-referencia "/" f-ano-referencia
                   delimited by size into rs-arq-contabil
            write rs-arq-contabil

            move spaces                             to rs-arq-contabil
            write rs-arq-contabil

            initialize                             f13800-Lancamento_Contabil
            move lnk-CompanyCode                    to f13800-CompanyCode
            move lnk-BranchCode                     to f13800-BranchCode
            move f-cd-conta                         to f13800-cd-conta
            move zeros                              to f13800-data-lancamento
            perform 9000-str-pd13800-nlss-1
            perform 9000-Read_Yomu-pd13800-nex
            perform until not ws-OperationOK
                       or f13800-CompanyCode     not equal lnk-CompanyCode
                       or f13800-BranchCode      not equal lnk-BranchCode
                       or f13800-cd-conta        not equal f-cd-conta
                       or f13800-data-lancamento not less ws-data-inicial

                 if   f13800-partida-debito
                      add      f13800-Value-lancamento to ws-saldo-atual
                 else
                      subtract f13800-Value-lancamento from ws-saldo-atual
                 end-if

                 perform 9000-Read_Yomu-pd13800-nex
            end-perform

            move ws-saldo-atual                     to ws-saldo-anterior
            perform 9000-formata-saldo
            move spaces                             to rs-arq-contabil
            string "SALDO ANTERIOR " ws-saldo-x " " ws-dc-saldo delimited by size into rs-arq-contabil
            write rs-arq-contabil

            move spaces                             to rs-arq-contabil
            move "DATA"                             to rs-arq-contabil(01:04)
            move "DOCUMENTO"                        to rs-arq-contabil(12:09)
            move "HISTORICO"                        to rs-arq-contabil(43:09)
            move "CONTRAPART."                      to rs-arq-contabil(84:11)
            move "DEBITO"                           to rs-arq-contabil(105:06)
            move "CREDITO"                          to rs-arq-contabil(121:07)
            move "SALDO"                            to rs-arq-contabil(141:05)
            write rs-arq-contabil

            perform until not ws-OperationOK
                       or f13800-CompanyCode     not equal lnk-CompanyCode
                       or f13800-BranchCode      not equal lnk-BranchCode
                       or f13800-cd-conta        not equal f-cd-conta
                       or f13800-data-lancamento greater ws-data-final

                 perform 2200-linha-razao

                 perform 9000-Read_Yomu-pd13800-nex
            end-perform

            move spaces                             to rs-arq-contabil
            write rs-arq-contabil

            move ws-total-debitos                   to ws-Value-x
            move spaces                             to rs-arq-contabil
            string "TOTAL DE DEBITOS.: " ws-Value-x delimited by size into rs-arq-contabil
            write rs-arq-contabil

            move ws-total-creditos                  to ws-Value-x
            move spaces                             to rs-arq-contabil
            string "TOTAL DE CREDITOS: " ws-Value-x delimited by size into rs-arq-contabil
            write rs-arq-contabil

            move ws-saldo-atual                     to ws-saldo-anterior
            perform 9000-formata-saldo
            move spaces                             to rs-arq-contabil
            string "SALDO ATUAL.....: " ws-saldo-x " " ws-dc-saldo delimited by size into rs-arq-contabil
            write rs-arq-contabil

            close arq-contabil

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "RAZAO " f-cd-conta " " f-mes-referencia "/" f-ano-referencia delimited by size into lw-ds-parametros-spool
            move wid-arq-contabil                  to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Razao gerado com " ws-contador-lancamentos " lancamentos em " wid-arq-contabil into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-linha-razao section.

            add  1                                  to ws-contador-lancamentos

            move zeros                              to ws-Value-debito
                                                       ws-Value-credito
            if   f13800-partida-debito
                 move f13800-Value-lancamento       to ws-Value-debito
                 add  f13800-Value-lancamento       to ws-saldo-atual
                                                       ws-total-debitos
            else
                 move f13800-Value-lancamento       to ws-Value-credito
                 subtract f13800-Value-lancamento   from ws-saldo-atual
                 add  f13800-Value-lancamento       to ws-total-creditos
            end-if

            move spaces                             to rs-arq-contabil
            string f13800-data-lancamento(7:2) "/" f13800-data-lancamento(5:2) "/" f13800-data-lancamento(1:4)
                   delimited by size into rs-arq-contabil
            move f13800-doc-referencia              to rs-arq-contabil(12:30)
            move f13800-historico                   to rs-arq-contabil(43:40)
            move f13800-cd-conta-contrapartida      to rs-arq-contabil(84:09)

            if   ws-Value-debito greater zeros
                 move ws-Value-debito               to ws-Value-x
                 move ws-Value-x                    to rs-arq-contabil(94:17)
            end-if

            if   ws-Value-credito greater zeros
                 move ws-Value-credito              to ws-Value-x
                 move ws-Value-x                    to rs-arq-contabil(111:17)
            end-if

            move ws-saldo-atual                     to ws-saldo-anterior
            perform 9000-formata-saldo
            move ws-saldo-x                         to rs-arq-contabil(129:17)
            move ws-dc-saldo                        to rs-arq-contabil(147:01)
            write rs-arq-contabil

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Saldo em Value absoluto com a indicacao D (devedor) ou C (credor)
       9000-formata-saldo section.

            if   ws-saldo-anterior less zeros
                 compute ws-saldo-x = 0 - ws-saldo-anterior
                 move "C"                           to ws-dc-saldo
            else
                 move ws-saldo-anterior             to ws-saldo-x
                 move "D"                           to ws-dc-saldo
            end-if

            if   ws-saldo-anterior equal zeros
                 move space                         to ws-dc-saldo
            end-if

       exit.

      *>=================================================================================
       9000-accept-competencia section.

            perform until (f-mes-referencia greater zeros
                      and  f-mes-referencia not greater 12)
                       or ws-tecla-Cancela
                 accept f-mes-referencia at line 11 col 34 with update auto-skip
            end-perform

            perform until f-ano-referencia greater zeros or ws-tecla-Cancela
                 accept f-ano-referencia at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            compute ws-data-inicial = (f-ano-referencia * 10000) + (f-mes-referencia * 100) + 1
            compute ws-data-final   = (f-ano-referencia * 10000) + (f-mes-referencia * 100) + 31

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd13700
            close pd13800

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Contabil

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Contabil

            perform 9000-StandardFrame
            display frm-Contabil

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR13700.cpy.
       copy CSR13800.cpy.
