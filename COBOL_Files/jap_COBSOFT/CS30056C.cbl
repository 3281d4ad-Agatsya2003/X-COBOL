      $set sourceformat"free"
       program-id. CS30056C.
      *>=================================================================================
      *>
      *>     Programa de Fidelidade - Expiracao, Extrato e Passivo de Pontos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS01400.cpy.
       copy CSS18200.cpy.

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF01400.cpy.
       copy CSF18200.cpy.

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30056C".
       78   c-ProgramDesc                   value "PROGRAMA DE FIDELIDADE".
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW18200.cpy.

       01   ws-WorkFields.
            03 wid-arq-Report_Repoto               pic x(200).
            03 ws-cd-cliente-anterior              pic 9(09).
            03 ws-cpf-anterior                     pic 9(11).
            03 ws-data-anterior                    pic 9(08).
            03 ws-competencia                      pic 9(06).
            03 ws-Value-ponto                      pic 9(03)v9(04).
            03 ws-saldo                            pic 9(09).
            03 ws-pontos-vencidos                  pic 9(09).
            03 ws-pontos-emitidos-dia              pic 9(09).
            03 ws-pontos-resgatados-dia            pic 9(09).
            03 ws-pontos-expirados-dia             pic 9(09).
            03 ws-pontos-emitidos                  pic 9(09).
            03 ws-pontos-resgatados                pic 9(09).
            03 ws-pontos-expirados                 pic 9(09).
            03 ws-pontos-passivo                   pic 9(09).
            03 ws-Value-pontos                     pic 9(11)v9(02).
            03 ws-contador-clientes                pic 9(07).
            03 ws-contador-Report_Repoto           pic 9(07).
            03 ws-pontos-display                   pic zzz.zzz.zz9.
            03 ws-emitidos-display                 pic zzz.zzz.zz9.
            03 ws-resgatados-display               pic zzz.zzz.zz9.
            03 ws-expirados-display                pic zzz.zzz.zz9.
            03 ws-valor-display                    pic zzz.zzz.zzz.zz9,99.
            03 ws-id-movimento-display             pic x(09).

       01   f-Fidelidade.
            03 f-cpf                               pic 9(11).
            03 f-razao-social                      pic x(55).
            03 f-saldo                             pic zzz.zzz.zz9.
            03 f-Value-saldo                       pic zzz.zzz.zz9,99.
            03 f-competencia                       pic 9(06).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Fidelidade.
            03 line 11 col 10   pic x(23) value "CPF do Consumidor.....:".
            03 line 11 col 34   pic 9(11) from f-cpf.
            03 line 11 col 47   pic x(55) from f-razao-social.
            03 line 13 col 10   pic x(23) value "Saldo de Pontos.......:".
            03 line 13 col 34   pic zzz.zzz.zz9 from f-saldo.
            03 line 13 col 47   pic x(10) value "Valor R$:".
            03 line 13 col 58   pic zzz.zzz.zz9,99 from f-Value-saldo.
            03 line 15 col 10   pic x(23) value "Competencia (AAAAMM)..:".
            03 line 15 col 34   pic 9(06) from f-competencia.

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

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd18200

            move zeros                              to ws-Value-ponto
            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran
            if   ws-OperationOK
                 move f00700-Value-ponto-fidelidade to ws-Value-ponto
            end-if

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
                     perform 2100-Expirar-Pontos
                when 02
                     perform 2100-Extrato-Consumidor
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
      *> Baixa dos creditos vencidos de todos os consumidores, com um
      *> lancamento de expiracao por cliente
       2100-Expirar-Pontos section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            move "Confirma expiracao dos pontos vencidos? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            move zeros                              to ws-contador-clientes
                                                       ws-pontos-expirados
                                                       ws-pontos-vencidos
                                                       ws-cd-cliente-anterior
                                                       ws-cpf-anterior

            initialize                             f18200-Pontos_Fidelidade
            move lnk-CompanyCode                    to f18200-CompanyCode
            move lnk-BranchCode                     to f18200-BranchCode
            move zeros                              to f18200-cd-cliente
                                                       f18200-Seq
            perform 9000-str-pd18200-grt
            perform 9000-Read_Yomu-pd18200-nex
            perform until not ws-OperationOK
                       or f18200-CompanyCode    not equal lnk-CompanyCode
                       or f18200-BranchCode     not equal lnk-BranchCode

                 if   f18200-cd-cliente not equal ws-cd-cliente-anterior
                      perform 2200-expira-cliente
                      move f18200-cd-cliente        to ws-cd-cliente-anterior
                 end-if

                 move f18200-cpf                    to ws-cpf-anterior

                 if   f18200-movimento-credito
                 and  f18200-pontos-saldo greater zeros
                 and  f18200-data-expiracao less ws-data-inv
                      add  f18200-pontos-saldo      to ws-pontos-vencidos
                 end-if

                 perform 9000-Read_Yomu-pd18200-nex
            end-perform

            perform 2200-expira-cliente

            move ws-pontos-expirados                to ws-pontos-display
            string "Pontos expirados: " ws-pontos-display " de " ws-contador-clientes " consumidores."
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-expira-cliente section.

            if   ws-pontos-vencidos equal zeros
                 exit section
            end-if

            initialize                             lw-Pontos
            move ws-cd-cliente-anterior             to lw-cd-cliente-pontos
            move ws-cpf-anterior                    to lw-cpf-pontos
            set  lw-expiracao-pontos                to true
            move ws-data-inv                        to lw-data-movimento-pontos
            call c-movimento-pontos using lnk-par lw-Pontos
            cancel c-movimento-pontos

            if   lw-pontos-registrados
                 add  1                             to ws-contador-clientes
                 add  lw-qtde-pontos                to ws-pontos-expirados
            end-if

            move zeros                              to ws-pontos-vencidos

       exit.

      *>=================================================================================
      *> Extrato do consumidor pelo CPF, com os movimentos e o saldo valido
       2100-Extrato-Consumidor section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-cpf greater zeros or ws-tecla-Cancela
                 accept f-cpf at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f18200-Pontos_Fidelidade
            move lnk-CompanyCode                    to f18200-CompanyCode
            move lnk-BranchCode                     to f18200-BranchCode
            move f-cpf                              to f18200-cpf
            perform 9000-str-pd18200-grt-1
            perform 9000-Read_Yomu-pd18200-nex
            if   not ws-OperationOK
            or   f18200-CompanyCode not equal lnk-CompanyCode
            or   f18200-BranchCode  not equal lnk-BranchCode
            or   f18200-cpf         not equal f-cpf
                 string "Consumidor sem pontos de fidelidade! [" f-cpf "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move f18200-cd-cliente                  to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   ws-OperationOK
                 move f01400-razao-social           to f-razao-social
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\EXTRATO_PONTOS_" f-cpf "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Extrato - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string function trim(lnk-razao-social) delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "EXTRATO DE PONTOS DE FIDELIDADE EM " ws-data-inv
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "CPF " f-cpf " - " f-razao-social
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "DATA     MOVIMENTO       PONTOS NOTA       SERIE VALIDADE       DISPONIVEL" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move zeros                              to ws-saldo

            perform until not ws-OperationOK
                       or f18200-CompanyCode    not equal lnk-CompanyCode
                       or f18200-BranchCode     not equal lnk-BranchCode
                       or f18200-cpf            not equal f-cpf

                 perform 2200-linha-extrato

                 perform 9000-Read_Yomu-pd18200-nex
            end-perform

            move ws-saldo                           to ws-pontos-display
            compute ws-Value-pontos rounded = ws-saldo * ws-Value-ponto
            move ws-Value-pontos                    to ws-valor-display
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "SALDO DISPONIVEL PARA RESGATE: " ws-pontos-display
                   " PONTOS - R$ " ws-valor-display
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            close arq-Report_Repoto

            move ws-saldo                           to f-saldo
            move ws-Value-pontos                    to f-Value-saldo
            perform 8000-Screen_Gamen

            string "Extrato gerado em " wid-arq-Report_Repoto into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-linha-extrato section.

            evaluate true
                when f18200-movimento-credito
                     move "CREDITO"                 to ws-id-movimento-display
                     if   f18200-data-expiracao not less ws-data-inv
                          add  f18200-pontos-saldo  to ws-saldo
                     end-if
                when f18200-movimento-resgate
                     move "RESGATE"                 to ws-id-movimento-display
                when f18200-movimento-expiracao
                     move "EXPIRACAO"               to ws-id-movimento-display
            end-evaluate

            move f18200-pontos                      to ws-pontos-display
            move f18200-pontos-saldo                to ws-emitidos-display

            move spaces                             to rs-arq-Report_Repoto
            string f18200-data-movimento " " ws-id-movimento-display
                   " " ws-pontos-display " " f18200-Number-documento
                   " " f18200-Series-documento "   " f18200-data-expiracao
                   " " ws-emitidos-display
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

       exit.

      *>=================================================================================
      *> Pontos emitidos, resgatados e expirados na competencia, valorizados
      *> pelo valor do ponto, e o saldo em aberto (passivo) na data
       2100-Report_Repoto section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-competencia greater zeros or ws-tecla-Cancela
                 accept f-competencia at line 15 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move f-competencia                      to ws-competencia

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\PONTOS_FIDELIDADE_" ws-competencia "_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "PROGRAMA DE FIDELIDADE - MOVIMENTO DE PONTOS DA COMPETENCIA " ws-competencia
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "DATA          EMITIDOS   RESGATADOS    EXPIRADOS" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move zeros                              to ws-contador-Report_Repoto
                                                       ws-data-anterior
                                                       ws-pontos-emitidos
                                                       ws-pontos-resgatados
                                                       ws-pontos-expirados
            perform 9000-zera-dia

            initialize                             f18200-Pontos_Fidelidade
            move lnk-CompanyCode                    to f18200-CompanyCode
            move lnk-BranchCode                     to f18200-BranchCode
            compute f18200-data-movimento = ws-competencia * 100
            perform 9000-str-pd18200-grt-2
            perform 9000-Read_Yomu-pd18200-nex
            perform until not ws-OperationOK
                       or f18200-CompanyCode          not equal lnk-CompanyCode
                       or f18200-BranchCode           not equal lnk-BranchCode
                       or f18200-data-movimento(1:6) not equal ws-competencia

                 if   f18200-data-movimento not equal ws-data-anterior
                      perform 2200-linha-dia
                      move f18200-data-movimento    to ws-data-anterior
                 end-if

                 evaluate true
                     when f18200-movimento-credito
                          add  f18200-pontos        to ws-pontos-emitidos-dia
                     when f18200-movimento-resgate
                          add  f18200-pontos        to ws-pontos-resgatados-dia
                     when f18200-movimento-expiracao
                          add  f18200-pontos        to ws-pontos-expirados-dia
                 end-evaluate

                 perform 9000-Read_Yomu-pd18200-nex
            end-perform

            perform 2200-linha-dia

            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move ws-pontos-emitidos                 to ws-pontos-display
            compute ws-Value-pontos rounded = ws-pontos-emitidos * ws-Value-ponto
            move ws-Value-pontos                    to ws-valor-display
            move spaces                             to rs-arq-Report_Repoto
            string "PONTOS EMITIDOS.....: " ws-pontos-display " - R$ " ws-valor-display
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move ws-pontos-resgatados               to ws-pontos-display
            compute ws-Value-pontos rounded = ws-pontos-resgatados * ws-Value-ponto
            move ws-Value-pontos                    to ws-valor-display
            move spaces                             to rs-arq-Report_Repoto
            string "PONTOS RESGATADOS...: " ws-pontos-display " - R$ " ws-valor-display
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move ws-pontos-expirados                to ws-pontos-display
            compute ws-Value-pontos rounded = ws-pontos-expirados * ws-Value-ponto
            move ws-Value-pontos                    to ws-valor-display
            move spaces                             to rs-arq-Report_Repoto
            string "PONTOS EXPIRADOS....: " ws-pontos-display " - R$ " ws-valor-display
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            perform 2200-saldo-passivo

            move ws-pontos-passivo                  to ws-pontos-display
            compute ws-Value-pontos rounded = ws-pontos-passivo * ws-Value-ponto
            move ws-Value-pontos                    to ws-valor-display
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "PASSIVO DE PONTOS EM ABERTO EM " ws-data-inv ": " ws-pontos-display
                   " - R$ " ws-valor-display
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "PONTOS FIDELIDADE " ws-competencia delimited by size into lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " dias em " wid-arq-Report_Repoto
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-linha-dia section.

            if   ws-data-anterior equal zeros
                 exit section
            end-if

            add  1                                  to ws-contador-Report_Repoto
            add  ws-pontos-emitidos-dia             to ws-pontos-emitidos
            add  ws-pontos-resgatados-dia           to ws-pontos-resgatados
            add  ws-pontos-expirados-dia            to ws-pontos-expirados

            move ws-pontos-emitidos-dia             to ws-emitidos-display
            move ws-pontos-resgatados-dia           to ws-resgatados-display
            move ws-pontos-expirados-dia            to ws-expirados-display
            move spaces                             to rs-arq-Report_Repoto
            string ws-data-anterior "  " ws-emitidos-display
                   "  " ws-resgatados-display "  " ws-expirados-display
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            perform 9000-zera-dia

       exit.

      *>=================================================================================
      *> Creditos ainda validos e nao resgatados de todos os consumidores
       2200-saldo-passivo section.

            move zeros                              to ws-pontos-passivo

            initialize                             f18200-Pontos_Fidelidade
            move lnk-CompanyCode                    to f18200-CompanyCode
            move lnk-BranchCode                     to f18200-BranchCode
            move zeros                              to f18200-cd-cliente
                                                       f18200-Seq
            perform 9000-str-pd18200-grt
            perform 9000-Read_Yomu-pd18200-nex
            perform until not ws-OperationOK
                       or f18200-CompanyCode    not equal lnk-CompanyCode
                       or f18200-BranchCode     not equal lnk-BranchCode

                 if   f18200-movimento-credito
                 and  f18200-data-expiracao not less ws-data-inv
                      add  f18200-pontos-saldo      to ws-pontos-passivo
                 end-if

                 perform 9000-Read_Yomu-pd18200-nex
            end-perform

       exit.

      *>=================================================================================
       9000-zera-dia section.

            move zeros                              to ws-pontos-emitidos-dia
                                                       ws-pontos-resgatados-dia
                                                       ws-pontos-expirados-dia

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd01400
            close pd18200

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Fidelidade

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Fidelidade

            perform 9000-StandardFrame
            display frm-Fidelidade

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR01400.cpy.
       copy CSR18200.cpy.
