      $set sourceformat"free"
       program-id. CS50007C.
      *>=================================================================================
      *>
      *>     Previsao de Demanda por Produto - Calculo, Ajuste e Aprovacao
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS06500.cpy.
       copy CSS18500.cpy.

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF06500.cpy.
       copy CSF18500.cpy.

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS50007C".
       78   c-ProgramDesc                   value "PREVISAO DE DEMANDA".
       78   c-registrar-spool                      value "CS00123S".
       78   c-meses-historico                      value 24.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-Report_Repoto               pic x(200).
            03 ws-mes-corrente                     pic 9(06).
            03 ws-mes-absoluto-corrente            pic 9(07).
            03 ws-mes-absoluto                     pic 9(07).
            03 ws-data-corte                       pic 9(08).
            03 ws-data-inicio-mes                  pic 9(08).
            03 ws-competencia.
               05 ws-ano-competencia               pic 9(04).
               05 ws-mes-competencia               pic 9(02).
            03 ws-data-referencia.
               05 ws-ano-referencia                pic 9(04).
               05 ws-mes-referencia                pic 9(02).
               05 ws-dia-referencia                pic 9(02).
            03 ws-ind                              pic 9(03).
            03 ws-ind-k                            pic 9(03).
            03 ws-ind-h                            pic 9(03).
            03 ws-qtde-movimentada                 pic s9(09)v9(04).
            03 ws-soma-ano-anterior                pic 9(11)v9(04).
            03 ws-soma-ultimo-ano                  pic 9(11)v9(04).
            03 ws-soma-historico                   pic 9(11)v9(04).
            03 ws-soma-media                       pic 9(11)v9(04).
            03 ws-fator-tendencia                  pic 9(05)v9(06).
            03 ws-qtde-prevista                    pic 9(09)v9(04).
            03 ws-desvio                           pic s9(11)v9(04).
            03 ws-soma-desvios                     pic 9(13)v9(04).
            03 ws-soma-realizado                   pic 9(13)v9(04).
            03 ws-erro-percentual                  pic 9(03)v9(02).
            03 ws-erro-calculado                   pic 9(09)v9(02).
            03 ws-qtde-final                       pic 9(09)v9(04).
            03 ws-qtde-produtos                    pic 9(07).
            03 ws-qtde-previsoes                   pic 9(07).
            03 ws-contador-Report_Repoto           pic 9(07).
            03 ws-qtde-x                           pic zzz.zzz.zz9,9999.
            03 ws-qtde-x-2                         pic zzz.zzz.zz9,9999.
            03 ws-qtde-x-3                         pic zzz.zzz.zz9,9999.
            03 ws-erro-x                           pic zz9,99.
            03 ws-situacao-desc                    pic x(09).
            03 ws-id-competencia                   pic x(01).
               88 ws-competencia-valida                value "S".
               88 ws-competencia-invalida              value "N".
            03 ws-id-Product_Seihin                pic x(01).
               88 ws-Product-valido                    value "S".
               88 ws-Product-invalido                  value "N".

      *> Saidas mensais dos ultimos 24 meses fechados; o indice 24 e o mes
      *> anterior ao corrente
       01   ws-Tabela-Historico.
            03 ws-hist-qtde occurs c-meses-historico times
                                                   pic 9(09)v9(04).

       01   f-Previsao.
            03 f-id-metodo                         pic x(01).
            03 f-meses-media                       pic 9(02).
            03 f-meses-horizonte                   pic 9(02).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin               pic x(55).
            03 f-competencia                       pic 9(06).
            03 f-competencia-final                 pic 9(06).
            03 f-qtde-calculada                    pic 9(09)v9(04).
            03 f-erro-percentual                   pic 9(03)v9(02).
            03 f-qtde-ajustada                     pic 9(09)v9(04).
            03 f-situacao                          pic x(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Previsao.
            03 line 11 col 10   pic x(23) value "Metodo (M/S)..........:".
            03 line 11 col 34   pic x(01) from f-id-metodo.
            03 line 11 col 37   pic x(40) value "M=Media Movel S=Sazonal".
            03 line 13 col 10   pic x(23) value "Meses na Media Movel..:".
            03 line 13 col 34   pic 9(02) from f-meses-media.
            03 line 13 col 50   pic x(18) value "Horizonte (meses):".
            03 line 13 col 69   pic 9(02) from f-meses-horizonte.
            03 line 15 col 10   pic x(23) value "Produto...............:".
            03 line 15 col 34   pic 9(09) from f-ProductCode.
            03 line 15 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 17 col 10   pic x(23) value "Competencia (AAAAMM)..:".
            03 line 17 col 34   pic 9(06) from f-competencia.
            03 line 17 col 50   pic x(18) value "Ate (AAAAMM).....:".
            03 line 17 col 69   pic 9(06) from f-competencia-final.
            03 line 19 col 10   pic x(23) value "Qtde Calculada........:".
            03 line 19 col 34   pic zzzzzzzzz,zzzz from f-qtde-calculada.
            03 line 19 col 50   pic x(18) value "Erro Medio %.....:".
            03 line 19 col 69   pic zz9,99 from f-erro-percentual.
            03 line 21 col 10   pic x(23) value "Qtde Ajustada.........:".
            03 line 21 col 34   pic zzzzzzzzz,zzzz from f-qtde-ajustada.
            03 line 23 col 10   pic x(23) value "Situacao..............:".
            03 line 23 col 34   pic x(09) from f-situacao.

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
            perform 9000-Open_Akeru-i-pd06500
            perform 9000-Open_Akeru-io-pd18500

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
                     perform 2100-Gerar-Previsao
                when 02
                     perform 2100-Ajustar-Previsao
                when 03
                     perform 2100-Aprovar-Previsao
                when 05
                     perform 2100-Relatorio-Previsao
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Previsao mensal por produto a partir das saidas de estoque dos
      *> ultimos 24 meses fechados. Media movel: media dos ultimos N meses.
      *> Sazonal: mesmo mes do ano anterior corrigido pela variacao entre os
      *> dois ultimos anos. O erro medio (desvio absoluto sobre o realizado)
      *> e apurado refazendo a previsao dos ultimos 12 meses. O recalculo
      *> devolve a previsao para aprovacao e preserva o ajuste do planejador
       2100-Gerar-Previsao section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-id-metodo equal "M" or "S" or ws-tecla-Cancela
                 accept f-id-metodo at line 11 col 34 with update auto-skip
                 move function upper-case(f-id-metodo) to f-id-metodo
            end-perform

            if   f-id-metodo equal "M"
                 move 3                             to f-meses-media
                 perform until (f-meses-media greater zeros
                            and f-meses-media not greater 12)
                            or ws-tecla-Cancela
                      accept f-meses-media at line 13 col 34 with update auto-skip
                 end-perform
            end-if

            move 3                                  to f-meses-horizonte
            perform until (f-meses-horizonte greater zeros
                       and f-meses-horizonte not greater 12)
                       or ws-tecla-Cancela
                 accept f-meses-horizonte at line 13 col 69 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin calculo da previsao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-mes-corrente
            move ws-data-inv                        to ws-data-referencia
            compute ws-mes-absoluto-corrente =
                    ws-ano-referencia * 12 + ws-mes-referencia - 1

            move ws-mes-corrente                    to ws-data-inicio-mes(1:6)
            move "01"                               to ws-data-inicio-mes(7:2)
            compute ws-mes-absoluto = ws-mes-absoluto-corrente - c-meses-historico
            perform 9000-mes-absoluto-competencia
            move ws-competencia                     to ws-data-corte(1:6)
            move "01"                               to ws-data-corte(7:2)

            move zeros                              to ws-qtde-produtos
                                                       ws-qtde-previsoes

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move zeros                             to f01800-ProductCode
            perform 9000-str-pd01800-grt
            perform 9000-Read_Yomu-pd01800-nex
            perform until not ws-OperationOK
                       or f01800-CompanyCode not equal lnk-CompanyCode
                       or f01800-BranchCode  not equal lnk-BranchCode

                 if   f01800-data-Delete_Sakujo equal zeros
                      perform 2200-previsao-produto
                 end-if

                 perform 9000-Read_Yomu-pd01800-nex
            end-perform

            string ws-qtde-previsoes " previsoes calculadas para " ws-qtde-produtos " produtos."
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-previsao-produto section.

            perform 9000-historico-saidas

            if   ws-soma-historico equal zeros
                 exit section
            end-if

            add  1                                  to ws-qtde-produtos

            *> Variacao do ultimo ano sobre o anterior para o sazonal
            move zeros                              to ws-soma-ano-anterior
                                                       ws-soma-ultimo-ano
            perform varying ws-ind from 1 by 1 until ws-ind greater 12
                 add  ws-hist-qtde(ws-ind)          to ws-soma-ano-anterior
                 add  ws-hist-qtde(ws-ind + 12)     to ws-soma-ultimo-ano
            end-perform
            if   ws-soma-ano-anterior greater zeros
                 compute ws-fator-tendencia rounded =
                         ws-soma-ultimo-ano / ws-soma-ano-anterior
            else
                 move 1                             to ws-fator-tendencia
            end-if

            *> Erro medio refazendo a previsao de cada um dos ultimos 12 meses
            move zeros                              to ws-soma-desvios
                                                       ws-soma-realizado
            perform varying ws-ind-k from 13 by 1
                    until ws-ind-k greater c-meses-historico
                 perform 9000-previsao-mes-historico
                 compute ws-desvio = ws-hist-qtde(ws-ind-k) - ws-qtde-prevista
                 if   ws-desvio less zeros
                      compute ws-desvio = ws-desvio * -1
                 end-if
                 add  ws-desvio                     to ws-soma-desvios
                 add  ws-hist-qtde(ws-ind-k)        to ws-soma-realizado
            end-perform

            evaluate true
                when ws-soma-desvios equal zeros
                     move zeros                     to ws-erro-percentual
                when ws-soma-realizado equal zeros
                     move 999,99                    to ws-erro-percentual
                when other
                     compute ws-erro-calculado rounded =
                             ws-soma-desvios * 100 / ws-soma-realizado
                     if   ws-erro-calculado greater 999,99
                          move 999,99               to ws-erro-percentual
                     else
                          move ws-erro-calculado    to ws-erro-percentual
                     end-if
            end-evaluate

            perform varying ws-ind-h from 1 by 1
                    until ws-ind-h greater f-meses-horizonte

                 if   f-id-metodo equal "M"
                      move c-meses-historico        to ws-ind-k
                      add  1                        to ws-ind-k
                      perform 9000-media-movel
                 else
                      compute ws-qtde-prevista rounded =
                              ws-hist-qtde(ws-ind-h + 12) * ws-fator-tendencia
                 end-if

                 compute ws-mes-absoluto = ws-mes-absoluto-corrente + ws-ind-h - 1
                 perform 9000-mes-absoluto-competencia
                 perform 2300-gravar-previsao
            end-perform

       exit.

      *>=================================================================================
       2300-gravar-previsao section.

            initialize                             f18500-Previsao_Demanda
            move lnk-CompanyCode                    to f18500-CompanyCode
            move lnk-BranchCode                     to f18500-BranchCode
            move f01800-ProductCode                 to f18500-ProductCode
            move ws-competencia                     to f18500-competencia
            perform 9000-Read_Yomu-pd18500-ran
            if   not ws-OperationOK
                 initialize                        f18500-Previsao_Demanda
                 move lnk-CompanyCode               to f18500-CompanyCode
                 move lnk-BranchCode                to f18500-BranchCode
                 move f01800-ProductCode            to f18500-ProductCode
                 move ws-competencia                to f18500-competencia
                 set  f18500-previsao-calculada     to true
            end-if

            move f-id-metodo                        to f18500-id-metodo
            if   f18500-metodo-media-movel
                 move f-meses-media                 to f18500-meses-media
            else
                 move zeros                         to f18500-meses-media
            end-if
            move ws-qtde-prevista                   to f18500-qtde-calculada
            move ws-erro-percentual                 to f18500-erro-percentual
            set  f18500-previsao-pendente           to true
            move ws-data-inv                        to f18500-data-calculo
            move function numval(lnk-UserID)        to f18500-UserID-calculo
            move zeros                              to f18500-data-aprovacao
                                                       f18500-UserID-aprovacao

            if   ws-OperationOK
                 perform 9000-Rewrite_Kakinaosu-pd18500
            else
                 perform 9000-Write_Kaku-pd18500
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f18500-Previsao_Demanda - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-qtde-previsoes

       exit.

      *>=================================================================================
      *> Previsao para o mes ws-ind-k do historico usando so os meses
      *> anteriores a ele
       9000-previsao-mes-historico section.

            if   f-id-metodo equal "M"
                 perform 9000-media-movel
            else
                 compute ws-qtde-prevista rounded =
                         ws-hist-qtde(ws-ind-k - 12) * ws-fator-tendencia
            end-if

       exit.

      *>=================================================================================
      *> Media dos f-meses-media meses imediatamente anteriores a ws-ind-k
       9000-media-movel section.

            move zeros                              to ws-soma-media
            perform varying ws-ind from ws-ind-k by -1
                    until ws-ind less 2
                       or ws-ind-k - ws-ind not less f-meses-media
                 add  ws-hist-qtde(ws-ind - 1)      to ws-soma-media
            end-perform

            compute ws-qtde-prevista rounded = ws-soma-media / f-meses-media

       exit.

      *>=================================================================================
       9000-historico-saidas section.

            initialize                             ws-Tabela-Historico
            move zeros                              to ws-soma-historico

            initialize                             f06500-Movimento_Zaiko
            move lnk-CompanyCode                    to f06500-CompanyCode
            move lnk-BranchCode                     to f06500-BranchCode
            move f01800-ProductCode                 to f06500-ProductCode
            perform 9000-str-pd06500-grt
            perform 9000-Read_Yomu-pd06500-nex
            perform until not ws-OperationOK
                       or f06500-CompanyCode not equal lnk-CompanyCode
                       or f06500-BranchCode  not equal lnk-BranchCode
                       or f06500-ProductCode not equal f01800-ProductCode

                 if   f06500-movimento-Saida
                 and  f06500-data-movimento not less ws-data-corte
                 and  f06500-data-movimento less ws-data-inicio-mes

                      compute ws-qtde-movimentada =
                              f06500-qtde-disponivel-anterior
                              - f06500-qtde-disponivel-nova

                      if   ws-qtde-movimentada greater zeros
                           move f06500-data-movimento to ws-data-referencia
                           compute ws-ind =
                                   ws-ano-referencia * 12
                                 + ws-mes-referencia - 1
                                 - ws-mes-absoluto-corrente
                                 + c-meses-historico + 1
                           add  ws-qtde-movimentada to ws-hist-qtde(ws-ind)
                           add  ws-qtde-movimentada to ws-soma-historico
                      end-if

                 end-if

                 perform 9000-Read_Yomu-pd06500-nex
            end-perform

       exit.

      *>=================================================================================
       9000-mes-absoluto-competencia section.

            divide ws-mes-absoluto by 12 giving ws-ano-competencia
                   remainder ws-mes-competencia
            add  1                                  to ws-mes-competencia

       exit.

      *>=================================================================================
      *> Ajuste do planejador sobre a quantidade calculada; a previsao volta
      *> para aprovacao
       2100-Ajustar-Previsao section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Previsao
            if   not ws-OperationOK
                 exit section
            end-if

            move f18500-qtde-ajustada               to f-qtde-ajustada
            if   f18500-previsao-calculada
                 move f18500-qtde-calculada         to f-qtde-ajustada
            end-if
            accept f-qtde-ajustada at line 21 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin ajuste da previsao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            move f-qtde-ajustada                    to f18500-qtde-ajustada
            set  f18500-previsao-ajustada           to true
            set  f18500-previsao-pendente           to true
            move ws-data-inv                        to f18500-data-ajuste
            move function numval(lnk-UserID)        to f18500-UserID-ajuste
            move zeros                              to f18500-data-aprovacao
                                                       f18500-UserID-aprovacao
            perform 9000-Rewrite_Kakinaosu-pd18500
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f18500-Previsao_Demanda - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Aprovacao das previsoes pendentes de uma competencia; so a previsao
      *> aprovada entra no MRP (CS50003S) e na sugestao de compra (CS40005S)
       2100-Aprovar-Previsao section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Competencia
            if   ws-competencia-invalida
                 exit section
            end-if

            move "Confirm_Kakunin aprovacao das previsoes da competencia? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move zeros                              to ws-qtde-previsoes

            initialize                             f18500-Previsao_Demanda
            move lnk-CompanyCode                    to f18500-CompanyCode
            move lnk-BranchCode                     to f18500-BranchCode
            move f-competencia                      to f18500-competencia
            perform 9000-str-pd18500-nlss-1
            perform 9000-Read_Yomu-pd18500-nex
            perform until not ws-OperationOK
                       or f18500-CompanyCode  not equal lnk-CompanyCode
                       or f18500-BranchCode   not equal lnk-BranchCode
                       or f18500-competencia  not equal f-competencia

                 if   f18500-previsao-pendente
                      set  f18500-previsao-aprovada to true
                      move ws-data-inv              to f18500-data-aprovacao
                      move function numval(lnk-UserID) to f18500-UserID-aprovacao
                      perform 9000-Rewrite_Kakinaosu-pd18500
                      add  1                        to ws-qtde-previsoes
                 end-if

                 perform 9000-Read_Yomu-pd18500-nex
            end-perform

            string ws-qtde-previsoes " previsoes aprovadas para " f-competencia "."
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2100-Relatorio-Previsao section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Accept-Competencia
            if   ws-competencia-invalida
                 exit section
            end-if

            move f-competencia                      to f-competencia-final
            perform until f-competencia-final not less f-competencia
                       and f-competencia-final(5:2) greater zeros
                       and f-competencia-final(5:2) not greater 12
                       or ws-tecla-Cancela
                 accept f-competencia-final at line 17 col 69 with update auto-skip
            end-perform
            if   ws-tecla-Cancela
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\PREVISAO_DEMANDA_" f-competencia "_" f-competencia-final "_" ws-Hours(01:06) ".TXT"
                   delimited by size into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "PREVISAO DE DEMANDA - COMPETENCIAS " f-competencia " A " f-competencia-final
                   " - EMITIDO EM " ws-data-inv
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "PRODUTO   DESCRICAO                 COMPET M      CALCULADA         AJUSTADA           PREVISTA  ERRO% SITUACAO" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f18500-Previsao_Demanda
            move lnk-CompanyCode                    to f18500-CompanyCode
            move lnk-BranchCode                     to f18500-BranchCode
            move zeros                              to f18500-ProductCode
            perform 9000-str-pd18500-grt
            perform 9000-Read_Yomu-pd18500-nex
            perform until not ws-OperationOK
                       or f18500-CompanyCode  not equal lnk-CompanyCode
                       or f18500-BranchCode   not equal lnk-BranchCode

                 if   f18500-competencia not less f-competencia
                 and  f18500-competencia not greater f-competencia-final
                      perform 2200-linha-previsao
                 end-if

                 perform 9000-Read_Yomu-pd18500-nex
            end-perform

            if   ws-contador-Report_Repoto equal zeros
                 move "   NENHUMA PREVISAO NO PERIODO" to rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "PREVISAO DE DEMANDA " f-competencia " A " f-competencia-final
                   delimited by size into lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " previsoes em " wid-arq-Report_Repoto
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-linha-previsao section.

            add  1                                  to ws-contador-Report_Repoto

            if   f01800-ProductCode not equal f18500-ProductCode
                 initialize                        f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move f18500-ProductCode            to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   not ws-OperationOK
                      move f18500-ProductCode       to f01800-ProductCode
                      move spaces                   to f01800-Desc-Product_Seihin
                 end-if
                 move "00"                          to ws-AccessResult
            end-if

            perform 9000-qtde-final-previsao
            perform 9000-descricao-situacao

            move f18500-qtde-calculada              to ws-qtde-x
            move ws-qtde-final                      to ws-qtde-x-3
            if   f18500-previsao-ajustada
                 move f18500-qtde-ajustada          to ws-qtde-x-2
            else
                 move zeros                         to ws-qtde-x-2
            end-if
            move f18500-erro-percentual             to ws-erro-x

            move spaces                             to rs-arq-Report_Repoto
            string f18500-ProductCode " " f01800-Desc-Product_Seihin(1:25)
                   " " f18500-competencia " " f18500-id-metodo
                   " " ws-qtde-x " " ws-qtde-x-2 " " ws-qtde-x-3
                   " " ws-erro-x " " ws-situacao-desc
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

       exit.

      *>=================================================================================
       9000-qtde-final-previsao section.

            if   f18500-previsao-ajustada
                 move f18500-qtde-ajustada          to ws-qtde-final
            else
                 move f18500-qtde-calculada         to ws-qtde-final
            end-if

       exit.

      *>=================================================================================
       9000-descricao-situacao section.

            evaluate true
                when f18500-previsao-aprovada
                     move "APROVADA"                to ws-situacao-desc
                when other
                     move "PENDENTE"                to ws-situacao-desc
            end-evaluate

       exit.

      *>=================================================================================
       9000-Accept-Competencia section.

            set  ws-competencia-invalida            to true

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 accept f-competencia at line 17 col 34 with update auto-skip
                 if   f-competencia(5:2) greater zeros
                 and  f-competencia(5:2) not greater 12
                      exit perform
                 end-if
            end-perform

            set  ws-competencia-valida              to true

       exit.

      *>=================================================================================
      *> Produto e competencia de uma previsao ja calculada
       9000-Accept-Previsao section.

            move "23"                               to ws-AccessResult

            set  ws-Product-invalido                to true
            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 accept f-ProductCode at line 15 col 34 with update auto-skip
                 initialize                        f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move f-ProductCode                 to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   ws-OperationOK
                      exit perform
                 end-if
                 string "Produto nao cadastrado! [" f-ProductCode "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform
            set  ws-Product-valido                  to true
            move f01800-Desc-Product_Seihin         to f-Desc-Product_Seihin

            perform 9000-Accept-Competencia
            if   ws-competencia-invalida
                 move "23"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f18500-Previsao_Demanda
            move lnk-CompanyCode                    to f18500-CompanyCode
            move lnk-BranchCode                     to f18500-BranchCode
            move f-ProductCode                      to f18500-ProductCode
            move f-competencia                      to f18500-competencia
            perform 9000-Read_Yomu-pd18500-ran
            if   not ws-OperationOK
                 string "Previsao nao calculada para o produto na competencia " f-competencia into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "23"                          to ws-AccessResult
                 exit section
            end-if

            move f18500-id-metodo                   to f-id-metodo
            move f18500-meses-media                 to f-meses-media
            move f18500-qtde-calculada              to f-qtde-calculada
            move f18500-erro-percentual             to f-erro-percentual
            move f18500-qtde-ajustada               to f-qtde-ajustada
            perform 9000-descricao-situacao
            move ws-situacao-desc                   to f-situacao
            perform 8000-Screen_Gamen
            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd06500
            close pd18500

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Previsao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Previsao

            perform 9000-StandardFrame
            display frm-Previsao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR06500.cpy.
       copy CSR18500.cpy.
