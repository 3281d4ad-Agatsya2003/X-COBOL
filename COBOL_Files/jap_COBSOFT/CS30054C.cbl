      $set sourceformat"free"
       program-id. CS30054C.
      *>=================================================================================
      *>
      *>     Reprecificacao pelo Custo Medio - Markup por Categoria / Product_Seihin
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS02100.cpy.
       copy CSS06000.cpy.
       copy CSS17800.cpy.
       copy CSS17900.cpy.

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF02100.cpy.
       copy CSF06000.cpy.
       copy CSF17800.cpy.
       copy CSF17900.cpy.

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30054C".
       78   c-ProgramDesc                   value "REPRECIFICACAO POR CUSTO".
       78   c-registrar-spool                      value "CS00123S".
       78   c-auditoria-cadastro                   value "CS00116S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-registro-auditoria.
            03 ws-registro-novo                    pic x(512).

       copy CSW08800.cpy.

       01   ws-WorkFields.
            03 wid-arq-Report_Repoto               pic x(200).
            03 ws-perc-variacao-maxima             pic 9(03)v9(02).
            03 ws-cd-categoria-filtro              pic 9(09).
            03 ws-data-vigencia                    pic 9(08).
            03 ws-qtde-total                       pic s9(11)v9(04).
            03 ws-custo-total                      pic s9(13)v9(04).
            03 ws-custo-ultimo                     pic 9(09)v9(04).
            03 ws-custo-medio                      pic 9(09)v9(04).
            03 ws-preco-atual                      pic 9(09)v9(02).
            03 ws-preco-novo                       pic 9(09)v9(02).
            03 ws-perc-markup                      pic 9(03)v9(02).
            03 ws-id-nivel-regra                   pic x(01).
            03 ws-perc-margem-atual                pic s9(05)v9(02).
            03 ws-perc-margem-nova                 pic s9(05)v9(02).
            03 ws-perc-variacao                    pic s9(05)v9(02).
            03 ws-perc-variacao-abs                pic 9(05)v9(02).
            03 ws-situacao-busca                   pic x(01).
            03 ws-ProductCode-busca                pic 9(09).
            03 ws-id-proposta                      pic x(01).
               88 ws-proposta-localizada               value "S".
               88 ws-proposta-nao-localizada           value "N".
            03 ws-id-regra                         pic x(01).
               88 ws-regra-localizada                  value "S".
               88 ws-regra-nao-localizada              value "N".
            03 ws-contador-lidos                   pic 9(07).
            03 ws-contador-propostas               pic 9(07).
            03 ws-contador-revisao                 pic 9(07).
            03 ws-contador-sem-regra               pic 9(07).
            03 ws-contador-sem-custo               pic 9(07).
            03 ws-contador-aplicados               pic 9(07).
            03 ws-contador-Report_Repoto           pic 9(07).
            03 ws-preco-display                    pic zzz.zzz.zz9,99.
            03 ws-preco-novo-display               pic zzz.zzz.zz9,99.
            03 ws-custo-display                    pic zzz.zzz.zz9,9999.
            03 ws-margem-display                   pic ---.--9,99.
            03 ws-margem-nova-display              pic ---.--9,99.
            03 ws-variacao-display                 pic ---.--9,99.
            03 ws-ds-situacao                      pic x(10).

       01   f-Repreco.
            03 f-perc-variacao-maxima              pic zz9,99.
            03 f-cd-categoria                      pic 9(09).
            03 f-data-vigencia                     pic 9(08).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin               pic x(55).
            03 f-custo-medio                       pic zzz.zzz.zz9,9999.
            03 f-perc-markup                       pic zz9,99.
            03 f-preco-atual                       pic zzz.zzz.zz9,99.
            03 f-perc-margem-atual                 pic ---.--9,99.
            03 f-preco-novo                        pic zzz.zzz.zz9,99.
            03 f-perc-margem-nova                  pic ---.--9,99.
            03 f-perc-variacao                     pic ---.--9,99.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Repreco.
            03 line 11 col 10   pic x(23) value "Variacao Maxima (%)...:".
            03 line 11 col 34   pic zz9,99 from f-perc-variacao-maxima.
            03 line 13 col 10   pic x(23) value "Categoria (0=todas)...:".
            03 line 13 col 34   pic 9(09) from f-cd-categoria.
            03 line 15 col 10   pic x(23) value "Data de Vigencia......:".
            03 line 15 col 34   pic 9(08) from f-data-vigencia.
            03 line 19 col 10   pic x(23) value "Produto...............:".
            03 line 19 col 34   pic 9(09) from f-ProductCode.
            03 line 19 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 21 col 10   pic x(23) value "Custo Medio...........:".
            03 line 21 col 34   pic zzz.zzz.zz9,9999 from f-custo-medio.
            03 line 21 col 56   pic x(12) value "Markup (%):".
            03 line 21 col 70   pic zz9,99 from f-perc-markup.
            03 line 23 col 10   pic x(23) value "Preco Atual...........:".
            03 line 23 col 34   pic zzz.zzz.zz9,99 from f-preco-atual.
            03 line 23 col 56   pic x(12) value "Margem (%):".
            03 line 23 col 70   pic ---.--9,99 from f-perc-margem-atual.
            03 line 25 col 10   pic x(23) value "Preco Novo............:".
            03 line 25 col 34   pic zzz.zzz.zz9,99 from f-preco-novo.
            03 line 25 col 56   pic x(12) value "Margem (%):".
            03 line 25 col 70   pic ---.--9,99 from f-perc-margem-nova.
            03 line 27 col 10   pic x(23) value "Variacao do Preco (%).:".
            03 line 27 col 34   pic ---.--9,99 from f-perc-variacao.

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
            perform 9000-Open_Akeru-io-pd02100
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-i-pd17800
            perform 9000-Open_Akeru-io-pd17900

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
                     perform 2100-Gerar-Proposta
                when 02
                     perform 2100-Revisao-Manual
                when 03
                     perform 2100-Aplicar-Precos
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
      *> Novo preco = custo medio atual acrescido do markup da regra do
      *> Product_Seihin ou, na falta dela, da regra da categoria. As propostas
      *> ainda nao aplicadas sao refeitas; a variacao acima do limite informado
      *> (ou produto sem preco vigente) fica retida para revisao manual
       2100-Gerar-Proposta section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            move 10                                 to f-perc-variacao-maxima
            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-perc-variacao-maxima at line 11 col 34 with update auto-skip
                 move f-perc-variacao-maxima        to ws-perc-variacao-maxima
                 if   ws-perc-variacao-maxima greater zeros
                      exit perform
                 end-if
            end-perform

            accept f-cd-categoria at line 13 col 34 with update auto-skip
            move f-cd-categoria                     to ws-cd-categoria-filtro

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirma a geracao das propostas de preco? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            perform 2200-exclui-propostas-abertas

            string lnk-tmp-path delimited by "  "
                   "\REPRECO_PREVIA_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-cabecalho-previa

            move zeros                              to ws-contador-lidos
                                                       ws-contador-propostas
                                                       ws-contador-revisao
                                                       ws-contador-sem-regra
                                                       ws-contador-sem-custo

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move zeros                              to f01800-ProductCode
            perform 9000-str-pd01800-grt
            perform 9000-Read_Yomu-pd01800-nex
            perform until not ws-OperationOK
                       or f01800-CompanyCode not equal lnk-CompanyCode
                       or f01800-BranchCode  not equal lnk-BranchCode

                 if   f01800-data-Delete_Sakujo equal zeros
                 and  not f01800-Product-grade
                 and (ws-cd-categoria-filtro equal zeros
                 or   f01800-cd-categoria equal ws-cd-categoria-filtro)
                      add  1                        to ws-contador-lidos
                      perform 2200-calcula-proposta
                 end-if

                 perform 9000-Read_Yomu-pd01800-nex
            end-perform

            if   ws-contador-propostas equal zeros
                 move "   NENHUM PRECO A ALTERAR"   to rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "PRODUTOS LIDOS " ws-contador-lidos " PROPOSTAS " ws-contador-propostas
                   " RETIDAS P/ REVISAO " ws-contador-revisao " SEM REGRA " ws-contador-sem-regra
                   " SEM CUSTO " ws-contador-sem-custo
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "PREVIA REPRECO " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-propostas " propostas, " ws-contador-revisao " retidas para revisao - previa em "
                   wid-arq-Report_Repoto delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-calcula-proposta section.

            perform 9000-regra-markup
            if   ws-regra-nao-localizada
                 add  1                             to ws-contador-sem-regra
                 exit section
            end-if

            perform 9000-custo-medio-Product
            if   ws-custo-medio equal zeros
                 add  1                             to ws-contador-sem-custo
                 exit section
            end-if

            perform 9000-preco-vigente

            compute ws-preco-novo rounded =
                    ws-custo-medio * (100 + ws-perc-markup) / 100

            if   ws-preco-novo equal ws-preco-atual
                 exit section
            end-if

            move zeros                              to ws-perc-margem-atual
                                                       ws-perc-margem-nova
                                                       ws-perc-variacao
            if   ws-preco-atual greater zeros
                 compute ws-perc-margem-atual rounded =
                         (ws-preco-atual - ws-custo-medio) * 100 / ws-preco-atual
                 compute ws-perc-variacao rounded =
                         (ws-preco-novo - ws-preco-atual) * 100 / ws-preco-atual
            end-if
            if   ws-preco-novo greater zeros
                 compute ws-perc-margem-nova rounded =
                         (ws-preco-novo - ws-custo-medio) * 100 / ws-preco-novo
            end-if
            move ws-perc-variacao                   to ws-perc-variacao-abs

            initialize                             f17900-Proposta_Repreco
            move lnk-CompanyCode                    to f17900-CompanyCode
            move lnk-BranchCode                     to f17900-BranchCode
            move f01800-ProductCode                 to f17900-ProductCode
            move f01800-cd-categoria                to f17900-cd-categoria
            move ws-data-inv                        to f17900-data-geracao
            move ws-custo-medio                     to f17900-custo-medio
            move ws-preco-atual                     to f17900-preco-atual
            move ws-preco-novo                      to f17900-preco-novo
            move ws-id-nivel-regra                  to f17900-id-nivel-regra
            move ws-perc-markup                     to f17900-perc-markup
            move ws-perc-margem-atual               to f17900-perc-margem-atual
            move ws-perc-margem-nova                to f17900-perc-margem-nova
            move ws-perc-variacao                   to f17900-perc-variacao
            move function numval(lnk-UserID)        to f17900-UserID-geracao

            if   ws-preco-atual equal zeros
            or   ws-perc-variacao-abs greater ws-perc-variacao-maxima
                 set  f17900-proposta-em-revisao    to true
                 add  1                             to ws-contador-revisao
            else
                 set  f17900-proposta-pendente      to true
            end-if

            perform 9000-Write_Kaku-pd17900
            if   not ws-OperationOK
                 perform 9000-Rewrite_Kakinaosu-pd17900
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f17900-Proposta_Repreco - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-contador-propostas

            perform 2200-imprime-proposta

       exit.

      *>=================================================================================
      *> Propostas pendentes, retidas ou revisadas da selecao sao descartadas
      *> antes da nova geracao; as aplicadas ficam como historico
       2200-exclui-propostas-abertas section.

            move "P"                                to ws-situacao-busca
            perform 2300-exclui-situacao
            move "R"                                to ws-situacao-busca
            perform 2300-exclui-situacao
            move "V"                                to ws-situacao-busca
            perform 2300-exclui-situacao

       exit.

      *>=================================================================================
       2300-exclui-situacao section.

            move zeros                              to ws-ProductCode-busca

            perform 9000-proxima-proposta
            perform until ws-proposta-nao-localizada

                 if   ws-cd-categoria-filtro equal zeros
                 or   f17900-cd-categoria equal ws-cd-categoria-filtro
                      perform 9000-Delete_Sakujo-pd17900
                 end-if

                 perform 9000-proxima-proposta
            end-perform

       exit.

      *>=================================================================================
       2200-cabecalho-previa section.

            move spaces                             to rs-arq-Report_Repoto
            string "PREVIA DE REPRECIFICACAO PELO CUSTO MEDIO - " ws-data-inv " " ws-Hours(01:06)
                   " - VARIACAO MAXIMA " f-perc-variacao-maxima "%"
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "PRODUTO   DESCRICAO                      CUSTO MEDIO         PRECO ATUAL  MARGEM%      PRECO NOVO  MARGEM%  VARIACAO% SITUACAO"
                                                    to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

       exit.

      *>=================================================================================
       2200-imprime-proposta section.

            move f17900-custo-medio                 to ws-custo-display
            move f17900-preco-atual                 to ws-preco-display
            move f17900-preco-novo                  to ws-preco-novo-display
            move f17900-perc-margem-atual           to ws-margem-display
            move f17900-perc-margem-nova            to ws-margem-nova-display
            move f17900-perc-variacao               to ws-variacao-display

            evaluate true
                when f17900-proposta-pendente
                     move "APROVADO"                to ws-ds-situacao
                when f17900-proposta-em-revisao
                     move "REVISAO"                 to ws-ds-situacao
                when f17900-proposta-revisada
                     move "REVISADO"                to ws-ds-situacao
                when f17900-proposta-aplicada
                     move "APLICADO"                to ws-ds-situacao
                when f17900-proposta-rejeitada
                     move "REJEITADO"               to ws-ds-situacao
            end-evaluate

            move spaces                             to rs-arq-Report_Repoto
            string f17900-ProductCode " " f01800-Desc-Product_Seihin(1:30)
                   " " ws-custo-display " " ws-preco-display " " ws-margem-display
                   " " ws-preco-novo-display " " ws-margem-nova-display
                   " " ws-variacao-display " " ws-ds-situacao
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

       exit.

      *>=================================================================================
      *> Revisao das propostas retidas: o preco pode ser ajustado antes da
      *> aprovacao; a proposta recusada nao e aplicada
       2100-Revisao-Manual section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            move "R"                                to ws-situacao-busca
            move zeros                              to ws-ProductCode-busca

            perform 9000-proxima-proposta
            if   ws-proposta-nao-localizada
                 move "Nenhuma proposta retida para revisao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform until ws-proposta-nao-localizada
                       or ws-tecla-Cancela

                 perform 2200-revisa-proposta

                 perform 9000-proxima-proposta
            end-perform

            perform 8000-ClearScreen

       exit.

      *>=================================================================================
       2200-revisa-proposta section.

            perform 8000-ClearScreen

            initialize                             f01800-Product_Seihin
            move f17900-CompanyCode                 to f01800-CompanyCode
            move f17900-BranchCode                  to f01800-BranchCode
            move f17900-ProductCode                 to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran

            move f17900-ProductCode                 to f-ProductCode
            move f01800-Desc-Product_Seihin         to f-Desc-Product_Seihin
            move f17900-custo-medio                 to f-custo-medio
            move f17900-perc-markup                 to f-perc-markup
            move f17900-preco-atual                 to f-preco-atual
            move f17900-perc-margem-atual           to f-perc-margem-atual
            move f17900-preco-novo                  to f-preco-novo
            move f17900-perc-margem-nova            to f-perc-margem-nova
            move f17900-perc-variacao               to f-perc-variacao
            perform 8000-Screen_Gamen

            move "Aprovar o novo preco? [S/N]"      to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform until exit
                      if   ws-tecla-Cancela
                           exit perform
                      end-if

                      accept f-preco-novo at line 25 col 34 with update auto-skip
                      move f-preco-novo             to ws-preco-novo
                      if   ws-preco-novo greater zeros
                           exit perform
                      end-if
                 end-perform

                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 move ws-preco-novo                 to f17900-preco-novo
                 compute f17900-perc-margem-nova rounded =
                         (ws-preco-novo - f17900-custo-medio) * 100 / ws-preco-novo
                 if   f17900-preco-atual greater zeros
                      compute f17900-perc-variacao rounded =
                              (ws-preco-novo - f17900-preco-atual) * 100 / f17900-preco-atual
                 end-if
                 set  f17900-proposta-revisada      to true
            else
                 move "Rejeitar a proposta? [S/N]"  to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 if   not ws-MessageOptionYes
                      exit section
                 end-if
                 set  f17900-proposta-rejeitada     to true
            end-if

            move function numval(lnk-UserID)        to f17900-UserID-revisao

            perform 9000-Rewrite_Kakinaosu-pd17900
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f17900-Proposta_Repreco - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Aprovacao: as propostas dentro do limite e as revisadas geram o novo
      *> registro de preco com a vigencia escolhida, como na inclusao do CS10018C
       2100-Aplicar-Precos section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                        to f-data-vigencia

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-data-vigencia at line 15 col 34 with update auto-skip
                 move f-data-vigencia               to ws-data-vigencia
                 if   ws-data-vigencia not less ws-data-inv
                      exit perform
                 end-if

                 move "Data de vigencia anterior a data atual!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirma a aplicacao dos precos aprovados? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            move zeros                              to ws-contador-aplicados

            move "P"                                to ws-situacao-busca
            perform 2200-aplica-situacao
            move "V"                                to ws-situacao-busca
            perform 2200-aplica-situacao

            string ws-contador-aplicados " precos aplicados com vigencia em " ws-data-vigencia
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-aplica-situacao section.

            move zeros                              to ws-ProductCode-busca

            perform 9000-proxima-proposta
            perform until ws-proposta-nao-localizada

                 perform 2300-grava-preco

                 perform 9000-proxima-proposta
            end-perform

       exit.

      *>=================================================================================
       2300-grava-preco section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            initialize                             f02100-preco-Product_Seihin
            move f17900-CompanyCode                 to f02100-CompanyCode
            move f17900-BranchCode                  to f02100-BranchCode
            move f17900-ProductCode                 to f02100-ProductCode
            move ws-data-vigencia                   to f02100-data-vigencia
            move f17900-preco-novo                  to f02100-vl-unitario
            move function numval(lnk-UserID)        to f02100-UserID
            move ws-data-inv                        to f02100-data-alteracao
            move ws-Hours                           to f02100-Time-alteracao

            *> Imagem anterior para a Auditoria de Cadastros
            initialize                             lw-Auditoria
            move f02100-preco-Product_Seihin        to ws-registro-novo
            perform 9000-Read_Yomu-pd02100-ran
            if   ws-OperationOK
                 move f02100-preco-Product_Seihin   to lw-imagem-anterior
            end-if
            move ws-registro-novo                   to f02100-preco-Product_Seihin
            move ws-registro-novo                   to lw-imagem-nova
            string f02100-ProductCode "/" f02100-data-vigencia into lw-chave-auditoria

            perform 9000-Write_Kaku-pd02100
            if   ws-OperationOK
                 move "I"                           to lw-Type-operacao-auditoria
            else
                 perform 9000-Rewrite_Kakinaosu-pd02100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f02100-preco-Product_Seihin - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 move "A"                           to lw-Type-operacao-auditoria
            end-if
            perform 9000-Gravar-Auditoria

            set  f17900-proposta-aplicada           to true
            move ws-data-vigencia                   to f17900-data-vigencia
            move ws-data-inv                        to f17900-data-aplicacao
            perform 9000-Rewrite_Kakinaosu-pd17900
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f17900-Proposta_Repreco - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-contador-aplicados

       exit.

      *>=================================================================================
      *> Previa das propostas ainda nao aplicadas
       2100-Report_Repoto section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\REPRECO_PREVIA_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to f-perc-variacao-maxima
            perform 2200-cabecalho-previa

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f17900-Proposta_Repreco
            move lnk-CompanyCode                    to f17900-CompanyCode
            move lnk-BranchCode                     to f17900-BranchCode
            move zeros                              to f17900-ProductCode
            perform 9000-str-pd17900-grt
            perform 9000-Read_Yomu-pd17900-nex
            perform until not ws-OperationOK
                       or f17900-CompanyCode not equal lnk-CompanyCode
                       or f17900-BranchCode  not equal lnk-BranchCode

                 if   f17900-proposta-pendente
                 or   f17900-proposta-em-revisao
                 or   f17900-proposta-revisada
                      initialize                   f01800-Product_Seihin
                      move f17900-CompanyCode       to f01800-CompanyCode
                      move f17900-BranchCode        to f01800-BranchCode
                      move f17900-ProductCode       to f01800-ProductCode
                      perform 9000-Read_Yomu-pd01800-ran
                      add  1                        to ws-contador-Report_Repoto
                      perform 2200-imprime-proposta
                 end-if

                 perform 9000-Read_Yomu-pd17900-nex
            end-perform

            if   ws-contador-Report_Repoto equal zeros
                 move "   NENHUMA PROPOSTA EM ABERTO" to rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "PREVIA REPRECO " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " propostas em aberto em " wid-arq-Report_Repoto
                   into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Proxima proposta na situacao de busca; a leitura recomeca pelo codigo
      *> seguinte porque a situacao (chave alternativa) muda durante o processo
       9000-proxima-proposta section.

            set  ws-proposta-nao-localizada         to true

            initialize                             f17900-Proposta_Repreco
            move lnk-CompanyCode                    to f17900-CompanyCode
            move lnk-BranchCode                     to f17900-BranchCode
            move ws-situacao-busca                  to f17900-id-situacao
            move ws-ProductCode-busca               to f17900-ProductCode
            perform 9000-str-pd17900-nlss-1
            perform 9000-Read_Yomu-pd17900-nex
            if   ws-OperationOK
            and  f17900-CompanyCode  equal lnk-CompanyCode
            and  f17900-BranchCode   equal lnk-BranchCode
            and  f17900-id-situacao  equal ws-situacao-busca
                 set  ws-proposta-localizada        to true
                 compute ws-ProductCode-busca = f17900-ProductCode + 1
            end-if

       exit.

      *>=================================================================================
      *> Regra do proprio Product_Seihin ou, na falta dela, da categoria
       9000-regra-markup section.

            set  ws-regra-nao-localizada            to true
            move zeros                              to ws-perc-markup

            initialize                             f17800-Regra_Markup
            move lnk-CompanyCode                    to f17800-CompanyCode
            move lnk-BranchCode                     to f17800-BranchCode
            set  f17800-regra-Product               to true
            move f01800-ProductCode                 to f17800-cd-referencia
            perform 9000-Read_Yomu-pd17800-ran
            if   not ws-OperationOK
                 initialize                        f17800-Regra_Markup
                 move lnk-CompanyCode               to f17800-CompanyCode
                 move lnk-BranchCode                to f17800-BranchCode
                 set  f17800-regra-categoria        to true
                 move f01800-cd-categoria           to f17800-cd-referencia
                 perform 9000-Read_Yomu-pd17800-ran
            end-if

            if   ws-OperationOK
                 set  ws-regra-localizada           to true
                 move f17800-perc-markup            to ws-perc-markup
                 move f17800-id-nivel               to ws-id-nivel-regra
            end-if

       exit.

      *>=================================================================================
      *> Custo medio ponderado pelo saldo dos armazens; sem saldo vale o custo
      *> medio do ultimo armazem que tenha custo
       9000-custo-medio-Product section.

            move zeros                              to ws-qtde-total
                                                       ws-custo-total
                                                       ws-custo-ultimo
                                                       ws-custo-medio

            initialize                             f06000-Stock_Zaiko
            move f01800-CompanyCode                 to f06000-CompanyCode
            move f01800-BranchCode                  to f06000-BranchCode
            move f01800-ProductCode                 to f06000-ProductCode
            move zeros                              to f06000-ArmazemCode
            perform 9000-str-pd06000-nlss
            perform 9000-Read_Yomu-pd06000-nex
            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal f01800-CompanyCode
                       or f06000-BranchCode  not equal f01800-BranchCode
                       or f06000-ProductCode not equal f01800-ProductCode

                 if   f06000-custo-medio greater zeros
                      move f06000-custo-medio       to ws-custo-ultimo
                      if   f06000-qtde-disponivel greater zeros
                           add  f06000-qtde-disponivel to ws-qtde-total
                           compute ws-custo-total = ws-custo-total
                                   + (f06000-qtde-disponivel * f06000-custo-medio)
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

            if   ws-qtde-total greater zeros
                 compute ws-custo-medio rounded = ws-custo-total / ws-qtde-total
            else
                 move ws-custo-ultimo               to ws-custo-medio
            end-if

       exit.

      *>=================================================================================
       9000-preco-vigente section.

            move zeros                              to ws-preco-atual

            initialize                             f02100-preco-Product_Seihin
            move f01800-CompanyCode                 to f02100-CompanyCode
            move f01800-BranchCode                  to f02100-BranchCode
            move f01800-ProductCode                 to f02100-ProductCode
            move ws-data-inv                        to f02100-data-vigencia
            perform 9000-str-pd02100-ngrt
            perform 9000-Read_Yomu-pd02100-pre
            if   ws-OperationOK
            and  f02100-CompanyCode  equal f01800-CompanyCode
            and  f02100-BranchCode   equal f01800-BranchCode
            and  f02100-ProductCode  equal f01800-ProductCode
                 move f02100-vl-unitario            to ws-preco-atual
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd02100
            close pd06000
            close pd17800
            close pd17900

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Repreco

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Repreco

            perform 9000-StandardFrame
            display frm-Repreco

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
       9000-Gravar-Auditoria section.

            move c-ThisProgram                      to lw-ProgramCode-auditoria

            call c-auditoria-cadastro using lnk-par lw-Auditoria
            cancel c-auditoria-cadastro

       exit.

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR02100.cpy.
       copy CSR06000.cpy.
       copy CSR17800.cpy.
       copy CSR17900.cpy.
