      $set sourceformat"free"
       program-id. CS30047C.
      *>=================================================================================
      *>
      *>       Orcado x Realizado por Centro de Custo e Conta de Despesa
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS13900.cpy.
       copy CSS14000.cpy.
       copy CSS14100.cpy.

            select arq-orcado-realizado assign to disk wid-arq-orcado-realizado
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF13900.cpy.
       copy CSF14000.cpy.
       copy CSF14100.cpy.

       fd   arq-orcado-realizado.

       01   rs-arq-orcado-realizado                pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30047C".
       78   c-ProgramDesc                   value "ORCADO X REALIZADO".

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-orcado-realizado            pic x(200).
            03 ws-competencia                      pic 9(06).
            03 ws-contador-linhas                  pic 9(07).
            03 ws-contador-excedidos               pic 9(07).
            03 ws-cd-centro-custo                  pic 9(05).
            03 ws-cd-conta-despesa                 pic 9(09).
            03 ws-Value-orcado                     pic s9(13)v9(02).
            03 ws-Value-realizado                  pic s9(13)v9(02).
            03 ws-Value-variacao                   pic s9(13)v9(02).
            03 ws-perc-consumido                   pic s9(05)v9(02).
            03 ws-total-orcado                     pic s9(13)v9(02).
            03 ws-total-realizado                  pic s9(13)v9(02).
            03 ws-total-sem-orcamento              pic s9(13)v9(02).
            03 ws-Desc-centro-custo                pic x(30).
            03 ws-situacao-linha                   pic x(14).
            03 ws-Value-x                          pic -z.zzz.zzz.zz9,99.
            03 ws-Value-orcado-x                   pic -z.zzz.zzz.zz9,99.
            03 ws-Value-realizado-x                pic -z.zzz.zzz.zz9,99.
            03 ws-perc-x                           pic -zzzz9,99.

       01   f-Orcado-Realizado.
            03 f-mes-referencia                    pic 9(02).
            03 f-ano-referencia                    pic 9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Orcado-Realizado.
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

            perform 9000-Open_Akeru-i-pd13900
            perform 9000-Open_Akeru-i-pd14000
            perform 9000-Open_Akeru-i-pd14100

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
                     perform 2100-Report_Orcado-Realizado
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Para cada orcamento da competencia (CS10044C) soma o realizado dos
      *> rateios de titulos a pagar; depois lista o que foi gasto em centro
      *> e conta sem orcamento
       2100-Report_Orcado-Realizado section.

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

            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\ORCADO_REALIZADO_" f-ano-referencia f-mes-referencia "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-orcado-realizado
            open output arq-orcado-realizado
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-contador-linhas
                                                       ws-contador-excedidos
                                                       ws-total-orcado
                                                       ws-total-realizado
                                                       ws-total-sem-orcamento

            move spaces                             to rs-arq-orcado-realizado
            string "ORCADO X REALIZADO POR CENTRO DE CUSTO - COMPETENCIA " f-mes-referencia "/" f-ano-referencia
                   " - EMITIDO EM " ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-orcado-realizado
            write rs-arq-orcado-realizado

            move spaces                             to rs-arq-orcado-realizado
            write rs-arq-orcado-realizado

            move spaces                             to rs-arq-orcado-realizado
            move "CENTRO"                           to rs-arq-orcado-realizado(01:06)
            move "DESCRICAO"                        to rs-arq-orcado-realizado(08:09)
            move "CONTA"                            to rs-arq-orcado-realizado(39:05)
            move "ORCADO"                           to rs-arq-orcado-realizado(60:06)
            move "REALIZADO"                        to rs-arq-orcado-realizado(75:09)
            move "VARIACAO"                         to rs-arq-orcado-realizado(94:08)
            move "% CONS."                          to rs-arq-orcado-realizado(104:07)
            move "SITUACAO"                         to rs-arq-orcado-realizado(114:08)
            write rs-arq-orcado-realizado

            initialize                             f14100-Orcamento_Centro_Custo
            move lnk-CompanyCode                    to f14100-CompanyCode
            move lnk-BranchCode                     to f14100-BranchCode
            perform 9000-str-pd14100-nlss
            perform 9000-Read_Yomu-pd14100-nex
            perform until not ws-OperationOK
                       or f14100-CompanyCode not equal lnk-CompanyCode
                       or f14100-BranchCode  not equal lnk-BranchCode

                 if   f14100-competencia equal ws-competencia
                      perform 2200-linha-orcamento
                 end-if

                 perform 9000-Read_Yomu-pd14100-nex
            end-perform

            perform 2200-realizado-sem-orcamento

            perform 2200-totais-orcado-realizado

            close arq-orcado-realizado

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "ORCADO X REALIZADO " f-mes-referencia "/" f-ano-referencia delimited by size into lw-ds-parametros-spool
            move wid-arq-orcado-realizado          to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            if   ws-contador-linhas equal zeros
                 move "Nenhum orcamento ou rateio na competencia!" to ws-Message_Messeji
            else
                 string "Relatorio gerado com " ws-contador-excedidos " linhas acima do orcamento em " wid-arq-orcado-realizado into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-linha-orcamento section.

            move f14100-cd-centro-custo             to ws-cd-centro-custo
            move f14100-cd-conta-despesa            to ws-cd-conta-despesa
            move f14100-Value-orcado                to ws-Value-orcado

            perform 9000-soma-realizado

            compute ws-Value-variacao = ws-Value-orcado - ws-Value-realizado

            if   ws-Value-orcado greater zeros
                 compute ws-perc-consumido rounded =
                         (ws-Value-realizado * 100) / ws-Value-orcado
            else
                 move zeros                         to ws-perc-consumido
            end-if

            if   ws-Value-variacao less zeros
                 move "ACIMA ORCADO"                to ws-situacao-linha
                 add  1                             to ws-contador-excedidos
            else
                 move "DENTRO ORCADO"               to ws-situacao-linha
            end-if

            add  ws-Value-orcado                    to ws-total-orcado
            add  ws-Value-realizado                 to ws-total-realizado

            perform 9000-escreve-linha

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Rateios da competencia em ordem de centro e conta: cada quebra sem
      *> orcamento cadastrado sai como realizado sem orcamento
       2200-realizado-sem-orcamento section.

            move zeros                              to ws-cd-centro-custo
                                                       ws-cd-conta-despesa
                                                       ws-Value-realizado

            initialize                             f13900-Rateio_Centro_Custo
            move lnk-CompanyCode                    to f13900-CompanyCode
            move lnk-BranchCode                     to f13900-BranchCode
            move ws-competencia                     to f13900-competencia
            perform 9000-str-pd13900-nlss-1
            perform 9000-Read_Yomu-pd13900-nex
            perform until not ws-OperationOK
                       or f13900-CompanyCode not equal lnk-CompanyCode
                       or f13900-BranchCode  not equal lnk-BranchCode
                       or f13900-competencia not equal ws-competencia

                 if   f13900-cd-centro-custo  not equal ws-cd-centro-custo
                 or   f13900-cd-conta-despesa not equal ws-cd-conta-despesa
                      perform 2300-quebra-sem-orcamento
                      move f13900-cd-centro-custo   to ws-cd-centro-custo
                      move f13900-cd-conta-despesa  to ws-cd-conta-despesa
                      move zeros                    to ws-Value-realizado
                 end-if

                 add  f13900-Value-rateio           to ws-Value-realizado

                 perform 9000-Read_Yomu-pd13900-nex
            end-perform

            perform 2300-quebra-sem-orcamento

       exit.

      *>=================================================================================
       2300-quebra-sem-orcamento section.

            if   ws-Value-realizado equal zeros
                 exit section
            end-if

            initialize                             f14100-Orcamento_Centro_Custo
            move lnk-CompanyCode                    to f14100-CompanyCode
            move lnk-BranchCode                     to f14100-BranchCode
            move ws-cd-centro-custo                 to f14100-cd-centro-custo
            move ws-cd-conta-despesa                to f14100-cd-conta-despesa
            move ws-competencia                     to f14100-competencia
            perform 9000-Read_Yomu-pd14100-ran
            if   ws-OperationOK
                 exit section
            end-if

            move zeros                              to ws-Value-orcado
                                                       ws-perc-consumido
            compute ws-Value-variacao = ws-Value-orcado - ws-Value-realizado
            move "SEM ORCAMENTO"                    to ws-situacao-linha

            add  1                                  to ws-contador-excedidos
            add  ws-Value-realizado                 to ws-total-realizado
                                                       ws-total-sem-orcamento

            perform 9000-escreve-linha

       exit.

      *>=================================================================================
       2200-totais-orcado-realizado section.

            move spaces                             to rs-arq-orcado-realizado
            write rs-arq-orcado-realizado

            move ws-total-orcado                    to ws-Value-orcado-x
            move ws-total-realizado                 to ws-Value-realizado-x
            compute ws-Value-variacao = ws-total-orcado - ws-total-realizado
            move ws-Value-variacao                  to ws-Value-x
            move spaces                             to rs-arq-orcado-realizado
            string "TOTAL ORCADO " ws-Value-orcado-x
                   "   TOTAL REALIZADO " ws-Value-realizado-x
                   "   VARIACAO " ws-Value-x
                   delimited by size into rs-arq-orcado-realizado
            write rs-arq-orcado-realizado

            move ws-total-sem-orcamento             to ws-Value-x
            move spaces                             to rs-arq-orcado-realizado
            string "REALIZADO SEM ORCAMENTO " ws-Value-x
                   delimited by size into rs-arq-orcado-realizado
            write rs-arq-orcado-realizado

       exit.

      *>=================================================================================
       9000-soma-realizado section.

            move zeros                              to ws-Value-realizado

            initialize                             f13900-Rateio_Centro_Custo
            move lnk-CompanyCode                    to f13900-CompanyCode
            move lnk-BranchCode                     to f13900-BranchCode
            move ws-competencia                     to f13900-competencia
            move ws-cd-centro-custo                 to f13900-cd-centro-custo
            move ws-cd-conta-despesa                to f13900-cd-conta-despesa
            perform 9000-str-pd13900-nlss-1
            perform 9000-Read_Yomu-pd13900-nex
            perform until not ws-OperationOK
                       or f13900-CompanyCode       not equal lnk-CompanyCode
                       or f13900-BranchCode        not equal lnk-BranchCode
                       or f13900-competencia       not equal ws-competencia
                       or f13900-cd-centro-custo   not equal ws-cd-centro-custo
                       or f13900-cd-conta-despesa  not equal ws-cd-conta-despesa

                 add  f13900-Value-rateio           to ws-Value-realizado

                 perform 9000-Read_Yomu-pd13900-nex
            end-perform

       exit.

      *>=================================================================================
       9000-escreve-linha section.

            move spaces                             to ws-Desc-centro-custo
            initialize                             f14000-Centro_Custo
            move lnk-CompanyCode                    to f14000-CompanyCode
            move lnk-BranchCode                     to f14000-BranchCode
            move ws-cd-centro-custo                 to f14000-cd-centro-custo
            perform 9000-Read_Yomu-pd14000-ran
            if   ws-OperationOK
                 move f14000-Desc-centro-custo      to ws-Desc-centro-custo
            end-if

            add  1                                  to ws-contador-linhas

            move ws-Value-orcado                    to ws-Value-orcado-x
            move ws-Value-realizado                 to ws-Value-realizado-x
            move ws-Value-variacao                  to ws-Value-x
            move ws-perc-consumido                  to ws-perc-x
            move spaces                             to rs-arq-orcado-realizado
            string ws-cd-centro-custo
                   "  " ws-Desc-centro-custo
                   " " ws-cd-conta-despesa
                   " " ws-Value-orcado-x
                   " " ws-Value-realizado-x
                   " " ws-Value-x
                   " " ws-perc-x
                   " " ws-situacao-linha
                   delimited by size into rs-arq-orcado-realizado
            write rs-arq-orcado-realizado

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd13900
            close pd14000
            close pd14100

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Orcado-Realizado

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Orcado-Realizado

            perform 9000-StandardFrame
            display frm-Orcado-Realizado

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR13900.cpy.
       copy CSR14000.cpy.
       copy CSR14100.cpy.
