      $set sourceformat"free"
       program-id. CS30059C.
      *>=================================================================================
      *>
      *>              Liberacao de Piso de Margem - Fila do Supervisor
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00800.cpy.
       copy CSS01400.cpy.
       copy CSS01800.cpy.
       copy CSS18800.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF01400.cpy.
       copy CSF01800.cpy.
       copy CSF18800.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ProgramDesc                   value "LIBERACAO DE PISO DE MARGEM".
       78   c-ThisProgram                        value "CS30059C".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-contador-pendentes               pic 9(05).
            03 ws-Seq-liberacao                    pic 9(09).
            03 ws-id-decisao                       pic x(01).
               88 ws-solicitacao-decidida              value "S".
               88 ws-solicitacao-mantida                value "N".

       01   f-Liberacao_Margem.
            03 f-Seq-liberacao                     pic 9(09).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin               pic x(55).
            03 f-cd-cliente                        pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-data-solicitacao                  pic 9(08).
            03 f-horario-solicitacao               pic 9(06).
            03 f-UserID-solicitante                pic 9(11).
            03 f-qtde-item                         pic zzz.zz9,9999.
            03 f-preco-liquido                     pic zzz.zzz.zz9,99.
            03 f-preco-minimo                      pic zzz.zzz.zz9,99.
            03 f-Value-item                        pic zzz.zzz.zz9,99.
            03 f-motivo-solicitacao                pic x(40).
            03 f-motivo-decisao                    pic x(60).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Liberacao_Margem.
            03 line 11 col 10   pic x(23) value "Liberacao.............:".
            03 line 11 col 34   pic 9(09) from f-Seq-liberacao.
            03 line 13 col 10   pic x(23) value "Produto...............:".
            03 line 13 col 34   pic 9(09) from f-ProductCode.
            03 line 13 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 15 col 10   pic x(23) value "Cliente...............:".
            03 line 15 col 34   pic 9(09) from f-cd-cliente.
            03 line 15 col 45   pic x(55) from f-razao-social.
            03 line 17 col 10   pic x(23) value "Solicitacao...........:".
            03 line 17 col 34   pic 9(08) from f-data-solicitacao.
            03 line 17 col 45   pic 9(06) from f-horario-solicitacao.
            03 line 17 col 54   pic x(08) value "Usuario:".
            03 line 17 col 63   pic 9(11) from f-UserID-solicitante.
            03 line 19 col 10   pic x(23) value "Quantidade............:".
            03 line 19 col 34   pic zzz.zz9,9999 from f-qtde-item.
            03 line 21 col 10   pic x(23) value "Preco Liquido.........:".
            03 line 21 col 34   pic zzz.zzz.zz9,99 from f-preco-liquido.
            03 line 21 col 52   pic x(15) value "Piso de Margem:".
            03 line 21 col 68   pic zzz.zzz.zz9,99 from f-preco-minimo.
            03 line 23 col 10   pic x(23) value "Valor do Item.........:".
            03 line 23 col 34   pic zzz.zzz.zz9,99 from f-Value-item.
            03 line 25 col 10   pic x(23) value "Motivo do Vendedor....:".
            03 line 25 col 34   pic x(40) from f-motivo-solicitacao.
            03 line 27 col 10   pic x(23) value "Motivo da Decisao.....:".
            03 line 27 col 34   pic x(60) from f-motivo-decisao.

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

            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-io-pd18800

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
                     perform 2100-analisar-pendentes
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> A mesma credencial exigida na liberacao presencial do CS30003C:
      *> Usuario_Yuuzaa Active_Akutibu com poder de atribuir acesso; o
      *> vendedor nunca libera a propria solicitacao
       2100-analisar-pendentes section.

            if   not lnk-MasterLogin
                 initialize                        f00800-User_Yuuzaa
                 move function numval(lnk-UserID)   to f00800-UserID
                 perform 9000-Read_Yomu-pd00800-ran
                 if   not ws-OperationOK
                 or   not f00800-Active_Akutibu
                 or   not f00800-permite-atribuir-acesso
                      move "Usuario_Yuuzaa sem permisso de liberacao de margem!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
            end-if

            move zeros                              to ws-contador-pendentes

            initialize                             f18800-Liberacao_Margem
            move lnk-CompanyCode                    to f18800-CompanyCode
            move lnk-BranchCode                     to f18800-BranchCode
            set  f18800-liberacao-pendente          to true
            move zeros                              to f18800-Seq-liberacao
            perform 9000-str-pd18800-nlss-1
            perform 9000-Read_Yomu-pd18800-nex
            perform until not ws-OperationOK
                       or f18800-CompanyCode not equal lnk-CompanyCode
                       or f18800-BranchCode  not equal lnk-BranchCode
                       or not f18800-liberacao-pendente

                 move f18800-Seq-liberacao          to ws-Seq-liberacao

                 if   f18800-UserID-solicitante not equal function numval(lnk-UserID)
                      add 1                         to ws-contador-pendentes
                      perform 2200-analisar-solicitacao
                 end-if

                 *> A decisao troca a chave alternada de status: reposiciona
                 *> a leitura apos a solicitacao corrente
                 initialize                         f18800-Liberacao_Margem
                 move lnk-CompanyCode               to f18800-CompanyCode
                 move lnk-BranchCode                to f18800-BranchCode
                 set  f18800-liberacao-pendente     to true
                 move ws-Seq-liberacao              to f18800-Seq-liberacao
                 perform 9000-str-pd18800-grt-1

                 perform 9000-Read_Yomu-pd18800-nex
            end-perform

            if   ws-contador-pendentes equal zeros
                 move "Nenhuma liberacao de margem pendente!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-analisar-solicitacao section.

            set  ws-solicitacao-mantida             to true

            move f18800-Seq-liberacao               to f-Seq-liberacao
            move f18800-ProductCode                 to f-ProductCode
            move f18800-cd-cliente                  to f-cd-cliente
            move f18800-data-solicitacao            to f-data-solicitacao
            move f18800-horario-solicitacao         to f-horario-solicitacao
            move f18800-UserID-solicitante          to f-UserID-solicitante
            move f18800-qtde-item                   to f-qtde-item
            move f18800-preco-liquido               to f-preco-liquido
            move f18800-preco-minimo                to f-preco-minimo
            move f18800-Value-item                  to f-Value-item
            move f18800-motivo-solicitacao          to f-motivo-solicitacao
            move spaces                             to f-motivo-decisao

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f18800-ProductCode                 to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin     to f-Desc-Product_Seihin
            else
                 move spaces                        to f-Desc-Product_Seihin
            end-if

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move f18800-cd-cliente                  to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   ws-OperationOK
                 move f01400-razao-social            to f-razao-social
            else
                 move spaces                        to f-razao-social
            end-if

            perform 8000-Screen_Gamen

            move "Liberar o preco abaixo do piso de margem? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            accept ws-data-inv                     from date yyyymmdd

            if   ws-MessageOptionYes
                 set  f18800-liberacao-aprovada     to true
            else
                 move "Rejeitar a solicitacao? [S/N]" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 if   ws-MessageOptionYes
                      set  f18800-liberacao-rejeitada to true
                 else
                      exit section
                 end-if
            end-if

            accept f-motivo-decisao at line 27 col 34 with update auto-skip
            move f-motivo-decisao                   to f18800-motivo-decisao

            move function numval(lnk-UserID)       to f18800-UserID-aprovador
            move ws-data-inv                       to f18800-data-decisao

            set  ws-solicitacao-decidida            to true

            perform 9000-Rewrite_Kakinaosu-pd18800
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f18800-Liberacao_Margem - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00800
            close pd01400
            close pd01800
            close pd18800

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Liberacao_Margem

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Liberacao_Margem

            perform 9000-StandardFrame
            display frm-Liberacao_Margem

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR01400.cpy.
       copy CSR01800.cpy.
       copy CSR18800.cpy.
