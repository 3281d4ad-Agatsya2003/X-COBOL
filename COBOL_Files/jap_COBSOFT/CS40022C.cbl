      $set sourceformat"free"
       program-id. CS40022C.
      *>=================================================================================
      *>
      *>        Requisicao de Compra - Aprovacao por Faixa de Valor
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00800.cpy.
       copy CSS01800.cpy.
       copy CSS11600.cpy.
       copy CSS14000.cpy.
       copy CSS15400.cpy.
       copy CSS15500.cpy.

            select arq-requisicao assign to disk wid-arq-requisicao
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF01800.cpy.
       copy CSF11600.cpy.
       copy CSF14000.cpy.
       copy CSF15400.cpy.
       copy CSF15500.cpy.

       fd   arq-requisicao.

       01   rs-arq-requisicao                      pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40022C".
       78   c-ProgramDesc                   value "REQUISICAO DE COMPRA".

       78   c-registrar-spool                      value "CS00123S".
       78   c-serie-requisicao                     value 912.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-requisicao                  pic x(200).
            03 ws-Number-requisicao                pic 9(09).
            03 ws-Value-estimado                   pic 9(09)v9(02).
            03 ws-Value-unitario-estimado          pic 9(09)v9(02).
            03 ws-UserID-corrente                  pic 9(11).
            03 ws-UserID-titular                   pic 9(11).
            03 ws-UserID-delegante                 pic 9(11).
            03 ws-faixa-escolhida.
               05 ws-Seq-faixa                     pic 9(02).
               05 ws-Value-limite-faixa            pic 9(09)v9(02).
               05 ws-UserID-aprovador-faixa        pic 9(11).
            03 ws-id-faixa-sem-limite              pic x(01).
               88 ws-faixa-sem-limite                  value "S".
               88 ws-faixa-com-limite                  value "N".
            03 ws-id-delegacao                     pic x(01).
               88 ws-aprovacao-por-delegacao           value "S".
               88 ws-aprovacao-propria                 value "N".
            03 ws-id-aprovador                     pic x(01).
               88 ws-aprovador-habilitado              value "S".
               88 ws-aprovador-nao-habilitado          value "N".
            03 ws-id-decisao                       pic x(01).
               88 ws-requisicao-decidida               value "S".
               88 ws-requisicao-mantida                value "N".
            03 ws-contador-pendentes               pic 9(05).
            03 ws-contador-Report_Repoto           pic 9(05).
            03 ws-data-sistema-int                 pic 9(07).
            03 ws-dias-espera                      pic 9(05).
            03 ws-Value-x                          pic zzz.zzz.zz9,99.
            03 ws-status-relatorio                 pic x(01).
            03 ws-Desc-status-relatorio            pic x(20).

       01   f-Requisicao.
            03 f-Number-requisicao                 pic 9(09).
            03 f-data-requisicao                   pic 9(08).
            03 f-ds-StatusID                       pic x(20).
            03 f-cd-centro-custo                   pic 9(05).
            03 f-Desc-centro-custo                 pic x(40).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-item                         pic x(55).
            03 f-qtde-requisitada                  pic 9(06)v9(04).
            03 f-Value-unitario-estimado           pic zzz.zzz.zz9,99.
            03 f-Value-estimado                    pic zzz.zzz.zz9,99.
            03 f-data-necessidade                  pic 9(08).
            03 f-justificativa                     pic x(60).
            03 f-Seq-faixa                         pic 9(02).
            03 f-UserID-aprovador-faixa            pic 9(11).
            03 f-Number-pedido                     pic 9(09).
            03 f-Seq-item-pedido                   pic 9(04).
            03 f-motivo-decisao                    pic x(60).

       01   f-Faixa.
            03 f-faixa-Seq                         pic 9(02).
            03 f-faixa-Desc                        pic x(30).
            03 f-faixa-Value-limite                pic zzz.zzz.zz9,99.
            03 f-faixa-UserID-aprovador            pic 9(11).
            03 f-faixa-UserName                    pic x(55).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Requisicao.
            03 line 11 col 21   pic x(12) value "Requisicao:".
            03 line 11 col 34   pic 9(09) from f-Number-requisicao.
            03 line 11 col 45   pic x(05) value "Data:".
            03 line 11 col 51   pic 9(08) from f-data-requisicao.
            03 line 11 col 61   pic x(07) value "Status:".
            03 line 11 col 69   pic x(20) from f-ds-StatusID.
            03 line 13 col 17   pic x(16) value "Centro de Custo:".
            03 line 13 col 34   pic 9(05) from f-cd-centro-custo.
            03 line 13 col 45   pic x(40) from f-Desc-centro-custo.
            03 line 15 col 16   pic x(17) value "Produto (0=livre):".
            03 line 15 col 34   pic 9(09) from f-ProductCode.
            03 line 15 col 45   pic x(55) from f-Desc-item.
            03 line 17 col 22   pic x(11) value "Quantidade:".
            03 line 17 col 34   pic 9(06)v9(04) from f-qtde-requisitada.
            03 line 17 col 50   pic x(15) value "Unit. Estimado:".
            03 line 17 col 66   pic zzz.zzz.zz9,99 from f-Value-unitario-estimado.
            03 line 19 col 18   pic x(15) value "Valor Estimado:".
            03 line 19 col 34   pic zzz.zzz.zz9,99 from f-Value-estimado.
            03 line 19 col 50   pic x(15) value "Necessario ate:".
            03 line 19 col 66   pic 9(08) from f-data-necessidade.
            03 line 21 col 19   pic x(14) value "Justificativa:".
            03 line 21 col 34   pic x(60) from f-justificativa.
            03 line 23 col 27   pic x(06) value "Faixa:".
            03 line 23 col 34   pic 9(02) from f-Seq-faixa.
            03 line 23 col 50   pic x(10) value "Aprovador:".
            03 line 23 col 61   pic 9(11) from f-UserID-aprovador-faixa.
            03 line 25 col 26   pic x(07) value "Pedido:".
            03 line 25 col 34   pic 9(09) from f-Number-pedido.
            03 line 25 col 50   pic x(05) value "Item:".
            03 line 25 col 56   pic 9(04) from f-Seq-item-pedido.
            03 line 27 col 26   pic x(07) value "Motivo:".
            03 line 27 col 34   pic x(60) from f-motivo-decisao.

       01   frm-Faixa.
            03 line 11 col 27   pic x(06) value "Faixa:".
            03 line 11 col 34   pic 9(02) from f-faixa-Seq.
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(30) from f-faixa-Desc.
            03 line 15 col 13   pic x(20) value "Limite (0=s/limite):".
            03 line 15 col 34   pic zzz.zzz.zz9,99 from f-faixa-Value-limite.
            03 line 17 col 11   pic x(22) value "Aprovador (0=resp.CC):".
            03 line 17 col 34   pic 9(11) from f-faixa-UserID-aprovador.
            03 line 17 col 46   pic x(55) from f-faixa-UserName.

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

            move function numval(lnk-UserID)        to ws-UserID-corrente

            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd11600
            perform 9000-Open_Akeru-i-pd14000
            perform 9000-Open_Akeru-io-pd15400
            perform 9000-Open_Akeru-io-pd15500

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
                     perform 2100-Cancelar
                when 04
                     perform 2100-analisar-pendentes
                when 05
                     perform 2100-Report_Pendentes
                when 06
                     perform 2100-Faixa_Aprovacao
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> O departamento requisita produto cadastrado ou item de texto livre;
      *> o valor estimado define a faixa e o aprovador, gravados na
      *> requisicao para a fila de aprovacao
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-centro-custo at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 initialize                         f14000-Centro_Custo
                 move lnk-CompanyCode               to f14000-CompanyCode
                 move lnk-BranchCode                to f14000-BranchCode
                 move f-cd-centro-custo             to f14000-cd-centro-custo
                 perform 9000-Read_Yomu-pd14000-ran
                 if   ws-OperationOK
                 and  f14000-centro-ativo
                      move f14000-Desc-centro-custo to f-Desc-centro-custo
                      display f-Desc-centro-custo at line 13 col 45
                      exit perform
                 end-if
                 string "Centro de custo invalido ou inativo! [" f-cd-centro-custo "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-ProductCode at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-ProductCode equal zeros
                      *> Item livre: a descricao e obrigatoria e o comprador
                      *> indica o produto ao montar o Pedido de Compra
                      perform until f-Desc-item not equal spaces or ws-tecla-Cancela
                           accept f-Desc-item at line 15 col 45 with update auto-skip
                      end-perform
                      exit perform
                 end-if
                 initialize                         f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move f-ProductCode                 to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   ws-OperationOK
                      move f01800-Desc-Product_Seihin to f-Desc-item
                      display f-Desc-item at line 15 col 45
                      exit perform
                 end-if
                 string "Product_Seihin no cadastrado! [" f-ProductCode "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform until f-qtde-requisitada greater zeros or ws-tecla-Cancela
                 accept f-qtde-requisitada at line 17 col 34 with update auto-skip
            end-perform

            move zeros                              to ws-Value-unitario-estimado
            perform until ws-Value-unitario-estimado greater zeros or ws-tecla-Cancela
                 accept f-Value-unitario-estimado at line 17 col 66 with update auto-skip
                 move f-Value-unitario-estimado     to ws-Value-unitario-estimado
            end-perform

            accept ws-data-inv                      from date yyyymmdd
            perform until f-data-necessidade not less ws-data-inv or ws-tecla-Cancela
                 accept f-data-necessidade at line 19 col 66 with update auto-skip
            end-perform

            perform until f-justificativa not equal spaces or ws-tecla-Cancela
                 accept f-justificativa at line 21 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            compute ws-Value-estimado rounded = f-qtde-requisitada * ws-Value-unitario-estimado
            move ws-Value-estimado                  to f-Value-estimado

            perform 9000-determina-faixa
            move ws-Seq-faixa                       to f-Seq-faixa
            move ws-UserID-aprovador-faixa          to f-UserID-aprovador-faixa
            perform 8000-Screen_Gamen

            if   ws-UserID-aprovador-faixa equal zeros
                 move "Sem aprovador na faixa nem responsavel no centro de custo - aprovacao pela gerencia!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move "Confirm_Kakunin incluso da Requisicao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Numerao serializada na Series reservada a Requisicoes
            move c-serie-requisicao                 to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento
            move lnk-Number-documento               to ws-Number-requisicao

            initialize                             f15500-Requisicao_Compra
            move lnk-CompanyCode                    to f15500-CompanyCode
            move lnk-BranchCode                     to f15500-BranchCode
            move ws-Number-requisicao               to f15500-Number-requisicao
            move ws-data-inv                        to f15500-data-requisicao
            move ws-UserID-corrente                 to f15500-UserID-requisitante
            move f-cd-centro-custo                  to f15500-cd-centro-custo
            move f-ProductCode                      to f15500-ProductCode
            move f-Desc-item                        to f15500-Desc-item
            move f-qtde-requisitada                 to f15500-qtde-requisitada
            move ws-Value-unitario-estimado         to f15500-Value-unitario-estimado
            move ws-Value-estimado                  to f15500-Value-estimado
            move f-data-necessidade                 to f15500-data-necessidade
            move f-justificativa                    to f15500-justificativa
            move ws-Seq-faixa                       to f15500-Seq-faixa
            move ws-UserID-aprovador-faixa          to f15500-UserID-aprovador-faixa
            set  f15500-requisicao-pendente         to true

            perform 9000-Write_Kaku-pd15500
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f15500-Requisicao_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-Number-requisicao               to f-Number-requisicao
            move ws-data-inv                        to f-data-requisicao
            perform 9000-monta-Desc-status
            perform 8000-Screen_Gamen

            string "Requisicao [" ws-Number-requisicao "] registrada - aguardando aprovacao!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Faixa = menor limite que cobre o valor estimado (limite zero e a
      *> faixa sem teto); sem aprovador na faixa, aprova o responsavel do
      *> centro de custo
       9000-determina-faixa section.

            initialize                             ws-faixa-escolhida
            set  ws-faixa-com-limite                to true

            initialize                             f15400-Faixa_Aprovacao_Requisicao
            move lnk-CompanyCode                    to f15400-CompanyCode
            move lnk-BranchCode                     to f15400-BranchCode
            move zeros                              to f15400-Seq-faixa
            perform 9000-str-pd15400-grt
            perform 9000-Read_Yomu-pd15400-nex
            perform until not ws-OperationOK
                       or f15400-CompanyCode not equal lnk-CompanyCode
                       or f15400-BranchCode  not equal lnk-BranchCode

                 evaluate true
                      when f15400-Value-limite equal zeros
                           if   ws-Seq-faixa equal zeros
                                move f15400-Seq-faixa          to ws-Seq-faixa
                                move zeros                     to ws-Value-limite-faixa
                                move f15400-UserID-aprovador   to ws-UserID-aprovador-faixa
                                set  ws-faixa-sem-limite       to true
                           end-if
                      when f15400-Value-limite not less ws-Value-estimado
                           if   ws-Seq-faixa equal zeros
                           or   ws-faixa-sem-limite
                           or   f15400-Value-limite less ws-Value-limite-faixa
                                move f15400-Seq-faixa          to ws-Seq-faixa
                                move f15400-Value-limite       to ws-Value-limite-faixa
                                move f15400-UserID-aprovador   to ws-UserID-aprovador-faixa
                                set  ws-faixa-com-limite       to true
                           end-if
                 end-evaluate

                 perform 9000-Read_Yomu-pd15400-nex
            end-perform

            if   ws-UserID-aprovador-faixa equal zeros
                 initialize                         f14000-Centro_Custo
                 move lnk-CompanyCode               to f14000-CompanyCode
                 move lnk-BranchCode                to f14000-BranchCode
                 move f-cd-centro-custo             to f14000-cd-centro-custo
                 perform 9000-Read_Yomu-pd14000-ran
                 if   ws-OperationOK
                      move f14000-UserID-responsavel to ws-UserID-aprovador-faixa
                 end-if
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
      *> Cancelamento pelo requisitante ou pela gerencia, enquanto a
      *> requisicao nao virou item de Pedido de Compra
       2100-Cancelar section.

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            if   not f15500-requisicao-pendente
            and  not f15500-requisicao-aprovada
                 move "Somente requisicao pendente ou aprovada pode ser cancelada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f15500-UserID-requisitante not equal ws-UserID-corrente
            and  not lnk-permite-Delete_Sakujo
                 move "Requisicao de outro Usuario_Yuuzaa - cancelamento pela gerencia!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin cancelamento da Requisicao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd
            set  f15500-requisicao-cancelada        to true
            move ws-data-inv                        to f15500-data-decisao
            move "Cancelada pelo Usuario_Yuuzaa"    to f15500-motivo-decisao
            perform 9000-Rewrite_Kakinaosu-pd15500
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f15500-Requisicao_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Requisicao cancelada!"            to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Fila de aprovacao: o Usuario_Yuuzaa ve as requisicoes pendentes
      *> em que e o aprovador da faixa, ou delegado dele por uma
      *> delegacao de autoridade R vigente (CS10039C)
       2100-analisar-pendentes section.

            move zeros                              to ws-contador-pendentes

            initialize                             f15500-Requisicao_Compra
            move lnk-CompanyCode                    to f15500-CompanyCode
            move lnk-BranchCode                     to f15500-BranchCode
            set  f15500-requisicao-pendente         to true
            move zeros                              to f15500-Number-requisicao
            perform 9000-str-pd15500-nlss-1
            perform 9000-Read_Yomu-pd15500-nex
            perform until not ws-OperationOK
                       or f15500-CompanyCode not equal lnk-CompanyCode
                       or f15500-BranchCode  not equal lnk-BranchCode
                       or not f15500-requisicao-pendente

                 move f15500-Number-requisicao      to ws-Number-requisicao
                 perform 9000-verifica-aprovador

                 if   ws-aprovador-habilitado
                      add 1                         to ws-contador-pendentes
                      perform 2200-analisar-requisicao
                 end-if

                 *> A decisao troca a chave alternada de status: reposiciona
                 *> a leitura apos a requisicao corrente
                 initialize                         f15500-Requisicao_Compra
                 move lnk-CompanyCode               to f15500-CompanyCode
                 move lnk-BranchCode                to f15500-BranchCode
                 set  f15500-requisicao-pendente    to true
                 move ws-Number-requisicao          to f15500-Number-requisicao
                 perform 9000-str-pd15500-grt-1

                 perform 9000-Read_Yomu-pd15500-nex
            end-perform

            if   ws-contador-pendentes equal zeros
                 move "Nenhuma requisicao pendente na sua alcada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Aprovador da faixa, delegado dele, ou a gerencia quando a faixa
      *> ficou sem aprovador; o requisitante nunca aprova a propria
       9000-verifica-aprovador section.

            set  ws-aprovador-nao-habilitado        to true
            set  ws-aprovacao-propria               to true
            move zeros                              to ws-UserID-delegante

            if   f15500-UserID-requisitante equal ws-UserID-corrente
                 exit section
            end-if

            move f15500-UserID-aprovador-faixa      to ws-UserID-titular

            if   ws-UserID-titular equal zeros
                 if   lnk-AllowMaintenance
                      set  ws-aprovador-habilitado  to true
                 end-if
                 exit section
            end-if

            if   ws-UserID-titular equal ws-UserID-corrente
                 set  ws-aprovador-habilitado       to true
                 exit section
            end-if

            perform 9000-verifica-delegacao

            *> Delegacao recebida do proprio requisitante nao vale
            if   ws-aprovacao-por-delegacao
            and  ws-UserID-delegante not equal f15500-UserID-requisitante
                 set  ws-aprovador-habilitado       to true
            end-if

       exit.

      *>=================================================================================
       2200-analisar-requisicao section.

            set  ws-requisicao-mantida              to true

            perform 9000-move-requisicao-tela
            perform 8000-Screen_Gamen

            move "Aprovar esta requisicao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            accept ws-data-inv                      from date yyyymmdd

            if   ws-MessageOptionYes
                 set  f15500-requisicao-aprovada    to true
            else
                 move "Rejeitar a requisicao? [S/N]" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 if   ws-MessageOptionYes
                      set  f15500-requisicao-rejeitada to true
                 else
                      exit section
                 end-if
            end-if

            *> Motivo da decisao fica no registro como trilha de auditoria
            move spaces                             to f-motivo-decisao
            accept f-motivo-decisao at line 27 col 34 with update auto-skip
            move f-motivo-decisao                   to f15500-motivo-decisao

            move ws-UserID-corrente                 to f15500-UserID-aprovador
            move ws-data-inv                        to f15500-data-decisao

            if   ws-aprovacao-por-delegacao
                 set  f15500-aprovacao-delegada     to true
                 move ws-UserID-delegante           to f15500-UserID-delegante
            end-if

            set  ws-requisicao-decidida             to true

            perform 9000-Rewrite_Kakinaosu-pd15500
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f15500-Requisicao_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Delegacao vigente da autoridade de requisicao do titular da faixa
      *> para o Usuario_Yuuzaa corrente
       9000-verifica-delegacao section.

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f11600-Delegacao
            move lnk-CompanyCode                    to f11600-CompanyCode
            move lnk-BranchCode                     to f11600-BranchCode
            move zeros                             to f11600-Seq-delegacao
            perform 9000-str-pd11600-grt
            perform 9000-Read_Yomu-pd11600-nex
            perform until not ws-OperationOK
                       or f11600-CompanyCode not equal lnk-CompanyCode
                       or f11600-BranchCode  not equal lnk-BranchCode

                 if   f11600-delegacao-ativa
                 and  f11600-autoridade-requisicao
                 and  f11600-UserID-delegante equal ws-UserID-titular
                 and  f11600-UserID-delegado  equal ws-UserID-corrente
                 and  f11600-data-inicio not greater ws-data-inv
                 and  f11600-data-fim    not less ws-data-inv
                      set  ws-aprovacao-por-delegacao to true
                      move f11600-UserID-delegante  to ws-UserID-delegante
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd11600-nex
            end-perform

       exit.

      *>=================================================================================
      *> Requisicoes em espera - pendentes de aprovacao e aprovadas ainda
      *> sem Pedido de Compra - com os dias de espera desde a requisicao
       2100-Report_Pendentes section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move function integer-of-date(ws-data-inv) to ws-data-sistema-int

            string lnk-tmp-path delimited by "  "
                   "\REQUISICOES_PENDENTES_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-requisicao
            open output arq-requisicao
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-requisicao
            string "REQUISICOES DE COMPRA EM ESPERA EM "
                   ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-requisicao
            write rs-arq-requisicao
            move spaces                             to rs-arq-requisicao
            write rs-arq-requisicao
            move spaces                             to rs-arq-requisicao
            string "REQUISICAO SITUACAO             DATA       DIAS CC    ITEM                                             VALOR ESTIMADO   APROVADOR"
                   delimited by size into rs-arq-requisicao
            write rs-arq-requisicao

            move zeros                              to ws-contador-Report_Repoto

            move "P"                                to ws-status-relatorio
            perform 2200-lista-status-relatorio
            move "A"                                to ws-status-relatorio
            perform 2200-lista-status-relatorio

            move spaces                             to rs-arq-requisicao
            write rs-arq-requisicao
            move spaces                             to rs-arq-requisicao
            string "TOTAL DE REQUISICOES EM ESPERA: " ws-contador-Report_Repoto
                   delimited by size into rs-arq-requisicao
            write rs-arq-requisicao

            close arq-requisicao

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "REQUISICOES EM ESPERA EM " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-requisicao                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-requisicao into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-lista-status-relatorio section.

            initialize                             f15500-Requisicao_Compra
            move lnk-CompanyCode                    to f15500-CompanyCode
            move lnk-BranchCode                     to f15500-BranchCode
            move ws-status-relatorio                to f15500-StatusID
            move zeros                              to f15500-Number-requisicao
            perform 9000-str-pd15500-nlss-1
            perform 9000-Read_Yomu-pd15500-nex
            perform until not ws-OperationOK
                       or f15500-CompanyCode not equal lnk-CompanyCode
                       or f15500-BranchCode  not equal lnk-BranchCode
                       or f15500-StatusID    not equal ws-status-relatorio

                 add 1                              to ws-contador-Report_Repoto

                 if   f15500-data-requisicao greater zeros
                      compute ws-dias-espera = ws-data-sistema-int
                              - function integer-of-date(f15500-data-requisicao)
                 else
                      move zeros                    to ws-dias-espera
                 end-if

                 if   f15500-requisicao-pendente
                      move "AGUARDA APROVACAO"      to ws-Desc-status-relatorio
                 else
                      move "AGUARDA COMPRA"         to ws-Desc-status-relatorio
                 end-if

                 move f15500-Value-estimado         to ws-Value-x
                 move spaces                        to rs-arq-requisicao
                 string f15500-Number-requisicao "  " ws-Desc-status-relatorio " "
                        f15500-data-requisicao(7:2) "/" f15500-data-requisicao(5:2) "/" f15500-data-requisicao(1:4)
                        " " ws-dias-espera " " f15500-cd-centro-custo " " f15500-Desc-item(1:45)
                        " " ws-Value-x "   " f15500-UserID-aprovador-faixa
                        delimited by size into rs-arq-requisicao
                 write rs-arq-requisicao

                 perform 9000-Read_Yomu-pd15500-nex
            end-perform

       exit.

      *>=================================================================================
      *> Faixas de alcada da Filial: limite de valor e aprovador titular;
      *> aprovador zero deixa a aprovacao com o responsavel do centro
       2100-Faixa_Aprovacao section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            initialize                             f-Faixa
            perform 9000-StandardFrame
            display frm-Faixa

            perform until f-faixa-Seq greater zeros or ws-tecla-Cancela
                 accept f-faixa-Seq at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f15400-Faixa_Aprovacao_Requisicao
            move lnk-CompanyCode                    to f15400-CompanyCode
            move lnk-BranchCode                     to f15400-BranchCode
            move f-faixa-Seq                        to f15400-Seq-faixa
            perform 9000-Read_Yomu-pd15400-ran
            if   ws-OperationOK
                 move f15400-Desc-faixa             to f-faixa-Desc
                 move f15400-Value-limite           to f-faixa-Value-limite
                 move f15400-UserID-aprovador       to f-faixa-UserID-aprovador
                 display frm-Faixa
            else
                 initialize                         f15400-Faixa_Aprovacao_Requisicao
                 move lnk-CompanyCode               to f15400-CompanyCode
                 move lnk-BranchCode                to f15400-BranchCode
                 move f-faixa-Seq                   to f15400-Seq-faixa
            end-if

            perform until f-faixa-Desc not equal spaces or ws-tecla-Cancela
                 accept f-faixa-Desc at line 13 col 34 with update auto-skip
            end-perform

            accept f-faixa-Value-limite at line 15 col 34 with update auto-skip

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-faixa-UserID-aprovador at line 17 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-faixa-UserID-aprovador equal zeros
                      exit perform
                 end-if
                 initialize                         f00800-User_Yuuzaa
                 move f-faixa-UserID-aprovador      to f00800-UserID
                 perform 9000-Read_Yomu-pd00800-ran
                 if   ws-OperationOK
                 and  f00800-Active_Akutibu
                      move f00800-UserName          to f-faixa-UserName
                      display f-faixa-UserName at line 17 col 46
                      exit perform
                 end-if
                 move "Usuario_Yuuzaa aprovador Invalid_Mukou ou inativo!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move "Confirm_Kakunin gravacao da Faixa? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            move f-faixa-Desc                       to f15400-Desc-faixa
            move f-faixa-Value-limite               to f15400-Value-limite
            move f-faixa-UserID-aprovador           to f15400-UserID-aprovador

            perform 9000-Rewrite_Kakinaosu-pd15400
            if   not ws-OperationOK
                 perform 9000-Write_Kaku-pd15400
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f15400-Faixa_Aprovacao_Requisicao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string "Faixa [" f-faixa-Seq "] gravada!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-Number-requisicao greater zeros or ws-tecla-Cancela
                 accept f-Number-requisicao at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f15500-Requisicao_Compra
            move lnk-CompanyCode                    to f15500-CompanyCode
            move lnk-BranchCode                     to f15500-BranchCode
            move f-Number-requisicao                to f15500-Number-requisicao
            perform 9000-Read_Yomu-pd15500-ran
            if   not ws-OperationOK
                 string "Requisicao no cadastrada! [" f-Number-requisicao "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-move-requisicao-tela

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-move-requisicao-tela section.

            move f15500-Number-requisicao           to f-Number-requisicao
            move f15500-data-requisicao             to f-data-requisicao
            move f15500-cd-centro-custo             to f-cd-centro-custo
            move f15500-ProductCode                 to f-ProductCode
            move f15500-Desc-item                   to f-Desc-item
            move f15500-qtde-requisitada            to f-qtde-requisitada
            move f15500-Value-unitario-estimado     to f-Value-unitario-estimado
            move f15500-Value-estimado              to f-Value-estimado
            move f15500-data-necessidade            to f-data-necessidade
            move f15500-justificativa               to f-justificativa
            move f15500-Seq-faixa                   to f-Seq-faixa
            move f15500-UserID-aprovador-faixa      to f-UserID-aprovador-faixa
            move f15500-Number-pedido               to f-Number-pedido
            move f15500-Seq-item-pedido             to f-Seq-item-pedido
            move f15500-motivo-decisao              to f-motivo-decisao
            perform 9000-monta-Desc-status

            move spaces                             to f-Desc-centro-custo
            initialize                             f14000-Centro_Custo
            move lnk-CompanyCode                    to f14000-CompanyCode
            move lnk-BranchCode                     to f14000-BranchCode
            move f15500-cd-centro-custo             to f14000-cd-centro-custo
            perform 9000-Read_Yomu-pd14000-ran
            if   ws-OperationOK
                 move f14000-Desc-centro-custo      to f-Desc-centro-custo
            end-if

       exit.

      *>=================================================================================
       9000-monta-Desc-status section.

            evaluate true
                 when f15500-requisicao-pendente
                      move "PENDENTE"               to f-ds-StatusID
                 when f15500-requisicao-aprovada
                      move "APROVADA"               to f-ds-StatusID
                 when f15500-requisicao-rejeitada
                      move "REJEITADA"              to f-ds-StatusID
                 when f15500-requisicao-atendida
                      move "EM PEDIDO"              to f-ds-StatusID
                 when f15500-requisicao-cancelada
                      move "CANCELADA"              to f-ds-StatusID
                 when other
                      move spaces                   to f-ds-StatusID
            end-evaluate

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00800
            close pd01800
            close pd11600
            close pd14000
            close pd15400
            close pd15500

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Requisicao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Requisicao

            perform 9000-StandardFrame
            display frm-Requisicao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR01800.cpy.
       copy CSR11600.cpy.
       copy CSR14000.cpy.
       copy CSR15400.cpy.
       copy CSR15500.cpy.
