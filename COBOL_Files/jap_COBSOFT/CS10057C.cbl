      $set sourceformat"free"
       program-id. CS10057C.
      *>=================================================================================
      *>
      *>     Canais de Venda - Loja Virtual, Marketplaces, Publicacao e Envios
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS10500.cpy.
       copy CSS19400.cpy.
       copy CSS19500.cpy.
       copy CSS19600.cpy.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF10500.cpy.
       copy CSF19400.cpy.
       copy CSF19500.cpy.
       copy CSF19600.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10057C".
       78   c-ProgramDesc                   value "CANAIS DE VENDA".
       78   c-qtde-envios-listados                  value 10.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-UserID-corrente                  pic 9(11).
            03 ws-ColumnNum                        pic 9(03).
            03 ws-ds-Function_Kinou                pic x(19).
            03 ws-qtde-listados                    pic 9(03).

       01   f-Canal.
            03 f-cd-canal                          pic 9(03).
            03 f-Desc-canal                        pic x(30).
            03 f-Type-canal                        pic x(01).
               88 f-tipo-valido                        value "L", "M".
            03 f-BranchCode-estoque                pic 9(04).
            03 f-BranchCode-tabela                 pic 9(04).
            03 f-cd-tabela                         pic 9(03).
            03 f-Desc-tabela                       pic x(30).
            03 f-qtde-seguranca                    pic 9(09).
            03 f-pasta-envio                       pic x(100).
            03 f-StatusID                          pic x(01).
               88 f-situacao-valida                    value "A", "I".
            03 f-data-ultimo-envio                 pic 9(08).
            03 f-horario-ultimo-envio              pic 9(06).
            03 f-seq-arquivo                       pic 9(06).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin               pic x(55).
            03 f-StatusID-produto                  pic x(01).
               88 f-publicacao-valida                  value "P", "D".
            03 f-qtde-enviada                      pic s9(09)v9(04).
            03 f-Value-enviado                     pic 9(09)v9(02).
            03 f-seq-conferencia                   pic 9(06).
            03 f-resultado-conferencia             pic x(01).
               88 f-resultado-valido                   value "C", "D".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Canal.
            03 line 11 col 10   pic x(23) value "Canal.................:".
            03 line 11 col 34   pic 9(03) from f-cd-canal.
            03 line 13 col 10   pic x(23) value "Descricao.............:".
            03 line 13 col 34   pic x(30) from f-Desc-canal.
            03 line 15 col 10   pic x(23) value "Tipo (L/M)............:".
            03 line 15 col 34   pic x(01) from f-Type-canal.
            03 line 15 col 44   pic x(40) value "L=Loja Virtual M=Marketplace".
            03 line 17 col 10   pic x(23) value "Filial de Estoque.....:".
            03 line 17 col 34   pic 9(04) from f-BranchCode-estoque.
            03 line 19 col 10   pic x(23) value "Filial da Tabela......:".
            03 line 19 col 34   pic 9(04) from f-BranchCode-tabela.
            03 line 21 col 10   pic x(23) value "Tabela de Preco.......:".
            03 line 21 col 34   pic 9(03) from f-cd-tabela.
            03 line 21 col 44   pic x(30) from f-Desc-tabela.
            03 line 23 col 10   pic x(23) value "Margem de Seguranca...:".
            03 line 23 col 34   pic 9(09) from f-qtde-seguranca.
            03 line 25 col 10   pic x(23) value "Pasta de Envio........:".
            03 line 25 col 34   pic x(100) from f-pasta-envio.
            03 line 27 col 10   pic x(23) value "Situacao (A/I)........:".
            03 line 27 col 34   pic x(01) from f-StatusID.
            03 line 29 col 10   pic x(23) value "Ultimo Envio..........:".
            03 line 29 col 34   pic 9(08) from f-data-ultimo-envio.
            03 line 29 col 44   pic 9(06) from f-horario-ultimo-envio.
            03 line 29 col 52   pic x(08) value "Arquivo:".
            03 line 29 col 61   pic 9(06) from f-seq-arquivo.
            03 line 33 col 10   pic x(23) value "Produto...............:".
            03 line 33 col 34   pic 9(09) from f-ProductCode.
            03 line 33 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 35 col 10   pic x(23) value "Publicacao (P/D)......:".
            03 line 35 col 34   pic x(01) from f-StatusID-produto.
            03 line 35 col 44   pic x(40) value "P=Publicado D=Retirado do canal".
            03 line 37 col 10   pic x(23) value "Posicao Enviada.......:".
            03 line 37 col 34   pic -9(09),9999 from f-qtde-enviada.
            03 line 37 col 52   pic x(06) value "Preco:".
            03 line 37 col 59   pic 9(09),99 from f-Value-enviado.
            03 line 39 col 10   pic x(23) value "Arquivo a Conferir....:".
            03 line 39 col 34   pic 9(06) from f-seq-conferencia.
            03 line 39 col 44   pic x(16) value "Resultado (C/D):".
            03 line 39 col 61   pic x(01) from f-resultado-conferencia.
            03 line 39 col 64   pic x(30) value "C=Conferido D=Divergente".

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

            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd10500
            perform 9000-Open_Akeru-io-pd19400
            perform 9000-Open_Akeru-io-pd19500
            perform 9000-Open_Akeru-io-pd19600

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
                     perform 2100-Maintenance_Hozen
                when 04
                     perform 2100-Publicar-Produto
                when 05
                     perform 2100-Envios-Canal
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform with test after until f-cd-canal greater zeros
                 accept f-cd-canal at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if
            end-perform

            initialize                             f19400-Canal_Venda
            move lnk-CompanyCode                    to f19400-CompanyCode
            move f-cd-canal                         to f19400-cd-canal
            perform 9000-Read_Yomu-pd19400-ran
            if   ws-OperationOK
                 string "Canal ja cadastrado! [" f-cd-canal "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "L"                                to f-Type-canal
            move lnk-BranchCode                     to f-BranchCode-estoque
                                                       f-BranchCode-tabela
            move "A"                                to f-StatusID

            perform 9000-accept-campos
            if   not ws-OperationOK
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             f19400-Canal_Venda
            move lnk-CompanyCode                    to f19400-CompanyCode
            move f-cd-canal                         to f19400-cd-canal
            perform 9000-move-campos
            move zeros                              to f19400-data-ultimo-envio
                                                       f19400-horario-ultimo-envio
                                                       f19400-seq-arquivo

            perform 9000-Write_Kaku-pd19400
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f19400-Canal_Venda - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string "Canal " f-cd-canal " incluido." delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Canal
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       2100-Maintenance_Hozen section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Canal
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform 9000-accept-campos
            if   not ws-OperationOK
                 exit section
            end-if

            move "Confirm_Kakunin alteracao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform 9000-move-campos
                 perform 9000-Rewrite_Kakinaosu-pd19400
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f19400-Canal_Venda - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Produto retirado do canal nao e excluido: o feed ainda envia a
      *> quantidade zero uma vez para tira-lo de venda no canal
       2100-Publicar-Produto section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Canal
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform with test after until f-Desc-Product_Seihin not equal spaces
                 accept f-ProductCode at line 33 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if

                 move spaces                        to f-Desc-Product_Seihin
                 initialize                        f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move f-BranchCode-estoque          to f01800-BranchCode
                 move f-ProductCode                 to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   ws-OperationOK
                      move f01800-Desc-Product_Seihin to f-Desc-Product_Seihin
                 else
                      move "Produto nao cadastrado na filial de estoque do canal!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-perform

            initialize                             f19500-Produto_Canal
            move lnk-CompanyCode                    to f19500-CompanyCode
            move f-cd-canal                         to f19500-cd-canal
            move f-ProductCode                      to f19500-ProductCode
            perform 9000-Read_Yomu-pd19500-ran
            if   ws-OperationOK
                 move f19500-StatusID               to f-StatusID-produto
                 move f19500-qtde-enviada           to f-qtde-enviada
                 move f19500-Value-enviado          to f-Value-enviado
            else
                 move "P"                           to f-StatusID-produto
                 move zeros                         to f-qtde-enviada
                                                       f-Value-enviado
            end-if
            perform 8000-Screen_Gamen

            perform with test after until f-publicacao-valida
                 accept f-StatusID-produto at line 35 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-StatusID-produto) to f-StatusID-produto
            end-perform

            move "Confirm_Kakunin publicacao do produto no canal? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             f19500-Produto_Canal
            move lnk-CompanyCode                    to f19500-CompanyCode
            move f-cd-canal                         to f19500-cd-canal
            move f-ProductCode                      to f19500-ProductCode
            perform 9000-Read_Yomu-pd19500-ran
            if   ws-OperationOK
                 move f-StatusID-produto            to f19500-StatusID
                 move ws-UserID-corrente            to f19500-UserID-operacao
                 perform 9000-Rewrite_Kakinaosu-pd19500
            else
                 initialize                        f19500-Produto_Canal
                 move lnk-CompanyCode               to f19500-CompanyCode
                 move f-cd-canal                    to f19500-cd-canal
                 move f-ProductCode                 to f19500-ProductCode
                 move f-StatusID-produto            to f19500-StatusID
                 move zeros                         to f19500-qtde-enviada
                                                       f19500-Value-enviado
                                                       f19500-data-envio
                                                       f19500-horario-envio
                                                       f19500-seq-arquivo-envio
                 set  f19500-produto-esgotado       to true
                 move ws-UserID-corrente            to f19500-UserID-operacao
                 perform 9000-Write_Kaku-pd19500
            end-if

            if   ws-OperationOK
                 move "Publicacao gravada - segue no proximo envio do canal." to ws-Message_Messeji
            else
                 string "Error_Eraa ao gravar f19500-Produto_Canal - " ws-AccessResult into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Ultimos arquivos enviados ao canal, do mais recente para o mais
      *> antigo; o arquivo conferido com o canal fica marcado no log
       2100-Envios-Canal section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Canal
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            move zeros                              to ws-qtde-listados

            initialize                             f19600-Log_Envio_Canal
            move lnk-CompanyCode                    to f19600-CompanyCode
            move f-cd-canal                         to f19600-cd-canal
            move 999999                             to f19600-seq-arquivo
            perform 9000-str-pd19600-nlss
            perform 9000-Read_Yomu-pd19600-pre
            perform until not ws-OperationOK
                       or f19600-CompanyCode not equal lnk-CompanyCode
                       or f19600-cd-canal    not equal f-cd-canal
                       or ws-qtde-listados   not less c-qtde-envios-listados

                 string "Arquivo [" f19600-seq-arquivo
                        "] " f19600-data-envio " " f19600-horario-envio
                        " Tipo [" f19600-Type-envio
                        "] Produtos [" f19600-qtde-registros
                        "] Esgotados [" f19600-qtde-esgotados
                        "] Situacao [" f19600-StatusID "]"
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 add  1                             to ws-qtde-listados
                 perform 9000-Read_Yomu-pd19600-pre
            end-perform

            if   ws-qtde-listados equal zeros
                 move "Nenhum arquivo enviado a este canal." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            move "Registrar a conferencia de um arquivo com o canal? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform with test after until ws-OperationOK
                 accept f-seq-conferencia at line 39 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if

                 initialize                        f19600-Log_Envio_Canal
                 move lnk-CompanyCode               to f19600-CompanyCode
                 move f-cd-canal                    to f19600-cd-canal
                 move f-seq-conferencia             to f19600-seq-arquivo
                 perform 9000-Read_Yomu-pd19600-ran
                 if   not ws-OperationOK
                      string "Arquivo nao enviado a este canal! [" f-seq-conferencia "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-perform

            perform with test after until f-resultado-valido
                 accept f-resultado-conferencia at line 39 col 61 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-resultado-conferencia) to f-resultado-conferencia
            end-perform

            accept ws-data-inv                     from date yyyymmdd

            move f-resultado-conferencia            to f19600-StatusID
            move ws-data-inv                        to f19600-data-conferencia
            move ws-UserID-corrente                 to f19600-UserID-conferencia
            perform 9000-Rewrite_Kakinaosu-pd19600
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f19600-Log_Envio_Canal - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-accept-campos section.

            move "00"                               to ws-AccessResult

            perform 8000-Screen_Gamen

            perform with test after until f-Desc-canal not equal spaces
                 accept f-Desc-canal at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
            end-perform

            perform with test after until f-tipo-valido
                 accept f-Type-canal at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-Type-canal) to f-Type-canal
            end-perform

            perform with test after until f-BranchCode-estoque greater zeros
                 accept f-BranchCode-estoque at line 17 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
            end-perform

            perform with test after until f-Desc-tabela not equal spaces
                 accept f-BranchCode-tabela at line 19 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 accept f-cd-tabela at line 21 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 perform 9000-le-tabela
                 if   f-Desc-tabela equal spaces
                      move "Tabela de preco inexistente ou inativa!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
                 perform 8000-Screen_Gamen
            end-perform

            accept f-qtde-seguranca at line 23 col 34 with update auto-skip
            if   ws-tecla-Cancela
                 perform 9000-cancela-edicao
                 exit section
            end-if

            accept f-pasta-envio at line 25 col 34 with update auto-skip
            if   ws-tecla-Cancela
                 perform 9000-cancela-edicao
                 exit section
            end-if

            perform with test after until f-situacao-valida
                 accept f-StatusID at line 27 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-StatusID) to f-StatusID
            end-perform

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       9000-move-campos section.

            move f-Desc-canal                       to f19400-Desc-canal
            move f-Type-canal                       to f19400-Type-canal
            move f-BranchCode-estoque               to f19400-BranchCode-estoque
            move f-BranchCode-tabela                to f19400-BranchCode-tabela
            move f-cd-tabela                        to f19400-cd-tabela
            move f-qtde-seguranca                   to f19400-qtde-seguranca
            move f-pasta-envio                      to f19400-pasta-envio
            move f-StatusID                         to f19400-StatusID
            move ws-UserID-corrente                 to f19400-UserID-operacao

       exit.

      *>=================================================================================
       9000-le-tabela section.

            move spaces                             to f-Desc-tabela

            initialize                             f10500-Tabela_Preco
            move lnk-CompanyCode                    to f10500-CompanyCode
            move f-BranchCode-tabela                to f10500-BranchCode
            move f-cd-tabela                        to f10500-cd-tabela
            perform 9000-Read_Yomu-pd10500-ran
            if   ws-OperationOK
            and  f10500-tabela-ativa
                 move f10500-Desc-tabela            to f-Desc-tabela
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-cancela-edicao section.

            move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
            perform 9000-Message_Messeji
            move "10"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-Localiza-Canal section.

            perform 8000-ClearScreen

            move "00"                               to ws-AccessResult

            perform with test after until f-cd-canal greater zeros
                 accept f-cd-canal at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
            end-perform

            initialize                             f19400-Canal_Venda
            move lnk-CompanyCode                    to f19400-CompanyCode
            move f-cd-canal                         to f19400-cd-canal
            perform 9000-Read_Yomu-pd19400-ran
            if   not ws-OperationOK
                 string "Canal nao cadastrado! [" f-cd-canal "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f19400-Desc-canal                  to f-Desc-canal
            move f19400-Type-canal                  to f-Type-canal
            move f19400-BranchCode-estoque          to f-BranchCode-estoque
            move f19400-BranchCode-tabela           to f-BranchCode-tabela
            move f19400-cd-tabela                   to f-cd-tabela
            move f19400-qtde-seguranca              to f-qtde-seguranca
            move f19400-pasta-envio                 to f-pasta-envio
            move f19400-StatusID                    to f-StatusID
            move f19400-data-ultimo-envio           to f-data-ultimo-envio
            move f19400-horario-ultimo-envio        to f-horario-ultimo-envio
            move f19400-seq-arquivo                 to f-seq-arquivo

            perform 9000-le-tabela

            initialize                             f19400-Canal_Venda
            move lnk-CompanyCode                    to f19400-CompanyCode
            move f-cd-canal                         to f19400-cd-canal
            perform 9000-Read_Yomu-pd19400-ran

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd10500
            close pd19400
            close pd19500
            close pd19600

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 8000-monta-funcoes
            perform 9000-StandardFrame
            display frm-Canal

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Canal

            perform 8000-monta-funcoes
            perform 9000-StandardFrame
            display frm-Canal

       exit.

      *>=================================================================================
       8000-monta-funcoes section.

            move 01                                to ws-ColumnNum

            if   lnk-AllowAdd
                 move "01 - Inclusao"              to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
            end-if

            if   lnk-AllowQuery
                 move "02 - Query_Shokai"          to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
            end-if

            if   lnk-AllowMaintenance
                 move "03 - Maintenance"           to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
                 move "04 - Publicar"              to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
            end-if

            if   lnk-AllowQuery
                 move "05 - Envios"                to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
            end-if

            move "99 - Return_Modoru"                   to ws-ds-Function_Kinou
            string ws-ds-Function_Kinou                    into lnk-ds-Function_Kinou with pointer ws-ColumnNum

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR10500.cpy.
       copy CSR19400.cpy.
       copy CSR19500.cpy.
       copy CSR19600.cpy.
