      $set sourceformat"free"
       program-id. CS40017C.
      *>=================================================================================
      *>
      *>       Conciliacao Intercompany - Vendas x Notas de Entrada Espelho
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS05000.cpy.
       copy CSS13500.cpy.

            select arq-conciliacao assign to disk wid-arq-conciliacao
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF05000.cpy.
       copy CSF13500.cpy.

       fd   arq-conciliacao.

       01   rs-arq-conciliacao                     pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40017C".
       78   c-ProgramDesc                   value "CONCILIACAO INTERCOMPANY".

       78   c-Type-nota-saida                       value 01.
       78   c-max-pares                             value 200.

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-conciliacao                 pic x(200).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-contador-divergencias            pic 9(07).
            03 ws-Value-origem                     pic s9(11)v9(02).
            03 ws-Value-destino                    pic s9(11)v9(02).
            03 ws-Value-diferenca                  pic s9(11)v9(02).
            03 ws-motivo-divergencia               pic x(30).
            03 ws-id-nota-origem                   pic x(01).
               88 ws-origem-ativa                      value "A".
               88 ws-origem-cancelada                  value "C".
            03 ws-idx                              pic 9(03) comp-5.
            03 ws-livre                            pic 9(03) comp-5.
            03 ws-tabela-pares.
               05 ws-par-entrada occurs c-max-pares.
                  07 ws-par-CompanyCode-origem     pic 9(03).
                  07 ws-par-BranchCode-origem      pic 9(04).
                  07 ws-par-CompanyCode-destino    pic 9(03).
                  07 ws-par-BranchCode-destino     pic 9(04).
                  07 ws-par-Value-origem           pic s9(13)v9(02).
                  07 ws-par-Value-destino          pic s9(13)v9(02).
            03 ws-Value-x                          pic -z.zzz.zzz.zz9,99.
            03 ws-Value-origem-x                   pic -z.zzz.zzz.zz9,99.
            03 ws-Value-destino-x                  pic -z.zzz.zzz.zz9,99.

       01   f-Conciliacao.
            03 f-mes-referencia                    pic 9(02).
            03 f-ano-referencia                    pic 9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Conciliacao.
            03 line 11 col 29   pic x(04) value "Mes:".
            03 line 11 col 34   pic 9(02) from f-mes-referencia.
            03 line 13 col 29   pic x(04) value "Ano:".
            03 line 13 col 34   pic 9(04) from f-ano-referencia.

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

            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-i-pd13500

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
                     perform 2100-Report_Conciliacao
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Vendas entre Companies_Kaisha do grupo emitidas no mes (CS30003C)
      *> confrontadas com a nota de entrada espelho da compradora (CS40002C):
      *> lista o que no fecha e totaliza cada par origem x destino
       2100-Report_Conciliacao section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until (f-mes-referencia greater zeros
                      and  f-mes-referencia not greater 12)
                       or ws-tecla-Cancela
                 accept f-mes-referencia at line 11 col 34 with update auto-skip
            end-perform

            perform until f-ano-referencia greater zeros or ws-tecla-Cancela
                 accept f-ano-referencia at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            compute ws-data-inicial = (f-ano-referencia * 10000) + (f-mes-referencia * 100) + 1
            compute ws-data-final   = (f-ano-referencia * 10000) + (f-mes-referencia * 100) + 31

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\CONCILIACAO_INTERCOMPANY_" f-ano-referencia f-mes-referencia "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-conciliacao
            open output arq-conciliacao
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-contador-divergencias
            initialize                             ws-tabela-pares

            move spaces                             to rs-arq-conciliacao
            string "CONCILIACAO INTERCOMPANY - COMPETENCIA " f-mes-referencia "/" f-ano-referencia
                   " - EMITIDO EM " ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-conciliacao
            write rs-arq-conciliacao

            move spaces                             to rs-arq-conciliacao
            write rs-arq-conciliacao

            move spaces                             to rs-arq-conciliacao
            move "ORIGEM"                           to rs-arq-conciliacao(01:06)
            move "NOTA/SERIE"                       to rs-arq-conciliacao(10:10)
            move "EMISSAO"                          to rs-arq-conciliacao(25:07)
            move "DESTINO"                          to rs-arq-conciliacao(36:07)
            move "ENTRADA/SERIE"                    to rs-arq-conciliacao(45:13)
            move "VALOR EMITIDO"                    to rs-arq-conciliacao(64:13)
            move "VALOR LANCADO"                    to rs-arq-conciliacao(82:13)
            move "DIVERGENCIA"                      to rs-arq-conciliacao(97:11)
            write rs-arq-conciliacao

            initialize                             f13500-Espelho_Intercompany
            move ws-data-inicial                    to f13500-data-emissao
            perform 9000-str-pd13500-nlss-1
            perform 9000-Read_Yomu-pd13500-nex
            perform until not ws-OperationOK
                       or f13500-data-emissao greater ws-data-final

                 perform 2200-confronta-espelho

                 perform 9000-Read_Yomu-pd13500-nex
            end-perform

            perform 2200-totais-por-par

            close arq-conciliacao

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "CONCILIACAO INTERCOMPANY " f-mes-referencia "/" f-ano-referencia delimited by size into lw-ds-parametros-spool
            move wid-arq-conciliacao               to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            if   ws-contador-divergencias equal zeros
                 move "Nenhuma divergencia intercompany na competencia!" to ws-Message_Messeji
            else
                 string "Relatorio gerado com " ws-contador-divergencias " divergencias em " wid-arq-conciliacao into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> A situacao da venda na origem decide o que a compradora deveria ter:
      *> nota ativa pede o espelho lancado pelo mesmo Value; nota cancelada
      *> pede o espelho cancelado
       2200-confronta-espelho section.

            set  ws-origem-ativa                    to true
            initialize                             f05000-mestre-Invoice_Seikyusho
            move f13500-CompanyCode-origem          to f05000-CompanyCode
            move f13500-BranchCode-origem           to f05000-BranchCode
            move c-Type-nota-saida                  to f05000-Type-nota
            move f13500-Number-documento-origem     to f05000-Number-documento
            move f13500-Series-documento-origem     to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            if   ws-OperationOK
            and  f05000-nota-cancelada
                 set  ws-origem-cancelada           to true
            end-if

            if   ws-origem-cancelada
                 move zeros                         to ws-Value-origem
            else
                 move f13500-Value-total            to ws-Value-origem
            end-if

            if   f13500-espelho-lancado
                 move f13500-Value-lancado          to ws-Value-destino
            else
                 move zeros                         to ws-Value-destino
            end-if

            perform 2300-acumula-par

            move spaces                             to ws-motivo-divergencia
            evaluate true
                 when ws-origem-cancelada and f13500-espelho-lancado
                      move "CANCELADA NA ORIGEM"    to ws-motivo-divergencia
                 when ws-origem-ativa and f13500-espelho-pendente
                      move "PENDENTE NA COMPRADORA" to ws-motivo-divergencia
                 when ws-origem-ativa and f13500-espelho-cancelado
                      move "ESPELHO CANCELADO"      to ws-motivo-divergencia
                 when ws-origem-ativa and f13500-espelho-lancado
                  and f13500-Value-lancado not equal f13500-Value-total
                      move "VALOR DIVERGENTE"       to ws-motivo-divergencia
            end-evaluate

            if   ws-motivo-divergencia equal spaces
                 move "00"                          to ws-AccessResult
                 exit section
            end-if

            add  1                                  to ws-contador-divergencias

            move ws-Value-origem                    to ws-Value-origem-x
            move ws-Value-destino                   to ws-Value-destino-x
            move spaces                             to rs-arq-conciliacao
            string f13500-CompanyCode-origem "/" f13500-BranchCode-origem
                   " " f13500-Number-documento-origem "/" f13500-Series-documento-origem
                   " " f13500-data-emissao(7:2) "/" f13500-data-emissao(5:2) "/" f13500-data-emissao(1:4)
                   " " f13500-CompanyCode "/" f13500-BranchCode
                   " " f13500-Number-documento-entrada "/" f13500-Series-documento-entrada
                   " " ws-Value-origem-x
                   " " ws-Value-destino-x
                   " " ws-motivo-divergencia
                   delimited by size into rs-arq-conciliacao
            write rs-arq-conciliacao

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       2300-acumula-par section.

            move zeros                              to ws-livre

            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-pares

                 if   ws-par-CompanyCode-origem(ws-idx)  equal f13500-CompanyCode-origem
                 and  ws-par-BranchCode-origem(ws-idx)   equal f13500-BranchCode-origem
                 and  ws-par-CompanyCode-destino(ws-idx) equal f13500-CompanyCode
                 and  ws-par-BranchCode-destino(ws-idx)  equal f13500-BranchCode
                      exit perform
                 end-if

                 if   ws-par-CompanyCode-origem(ws-idx) equal zeros
                 and  ws-livre equal zeros
                      move ws-idx                   to ws-livre
                 end-if
            end-perform

            if   ws-idx greater c-max-pares
                 if   ws-livre equal zeros
                      exit section
                 end-if
                 move ws-livre                      to ws-idx
                 move f13500-CompanyCode-origem     to ws-par-CompanyCode-origem(ws-idx)
                 move f13500-BranchCode-origem      to ws-par-BranchCode-origem(ws-idx)
                 move f13500-CompanyCode            to ws-par-CompanyCode-destino(ws-idx)
                 move f13500-BranchCode             to ws-par-BranchCode-destino(ws-idx)
            end-if

            add  ws-Value-origem                   to ws-par-Value-origem(ws-idx)
            add  ws-Value-destino                  to ws-par-Value-destino(ws-idx)

       exit.

      *>=================================================================================
       2200-totais-por-par section.

            move spaces                             to rs-arq-conciliacao
            write rs-arq-conciliacao

            move spaces                             to rs-arq-conciliacao
            move "SALDOS POR PAR DE COMPANIES (ORIGEM X DESTINO)" to rs-arq-conciliacao
            write rs-arq-conciliacao

            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-pares

                 if   ws-par-CompanyCode-origem(ws-idx) greater zeros
                      compute ws-Value-diferenca =
                              ws-par-Value-origem(ws-idx) - ws-par-Value-destino(ws-idx)
                      move ws-par-Value-origem(ws-idx)  to ws-Value-origem-x
                      move ws-par-Value-destino(ws-idx) to ws-Value-destino-x
                      move ws-Value-diferenca        to ws-Value-x
                      move spaces                    to rs-arq-conciliacao
                      string ws-par-CompanyCode-origem(ws-idx) "/" ws-par-BranchCode-origem(ws-idx)
                             " X " ws-par-CompanyCode-destino(ws-idx) "/" ws-par-BranchCode-destino(ws-idx)
                             " VENDIDO " ws-Value-origem-x
                             " LANCADO " ws-Value-destino-x
                             " DIFERENCA " ws-Value-x
                             delimited by size into rs-arq-conciliacao
                      if   ws-Value-diferenca not equal zeros
                           move "*"                  to rs-arq-conciliacao(120:01)
                      end-if
                      write rs-arq-conciliacao
                 end-if
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd05000
            close pd13500

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Conciliacao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Conciliacao

            perform 9000-StandardFrame
            display frm-Conciliacao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR05000.cpy.
       copy CSR13500.cpy.
