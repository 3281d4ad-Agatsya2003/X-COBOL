      $set sourceformat"free"
       program-id. CS50005C.
      *>=================================================================================
      *>
      *>        Centros de Trabalho, Roteiro de Producao e Carga de Capacidade
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS07200.cpy.
       copy CSS16500.cpy.
       copy CSS16600.cpy.

            select arq-carga assign to disk wid-arq-carga
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF07200.cpy.
       copy CSF16500.cpy.
       copy CSF16600.cpy.

       fd   arq-carga.

       01   rs-arq-carga                           pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS50005C".
       78   c-ProgramDesc                   value "CENTROS DE TRABALHO E ROTEIRO".
       78   c-registrar-spool                      value "CS00123S".
       78   c-max-carga                            value 2000.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-carga                       pic x(200).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-novo                      value "N".
               88 ws-registro-existente                 value "E".
            03 ws-Parameters-data-util             pic 9(08).
            03 ws-data-hoje                        pic 9(08).
            03 ws-data-carga                       pic 9(08).
            03 ws-data-carga-int                   pic 9(07).
            03 ws-horas-operacao                   pic 9(07)v9(04).
            03 ws-horas-dia                        pic 9(07)v9(04).
            03 ws-qtde-saldo-ordem                 pic s9(07)v9(04).
            03 ws-dias-operacao                    pic 9(04).
            03 ws-dia-operacao                     pic 9(04).
            03 ws-contador-operacoes               pic 9(04).
            03 ws-contador-ordens                  pic 9(05).
            03 ws-contador-sobrecarga              pic 9(05).
            03 ws-percentual-carga                 pic 9(05)v9(02).
            03 ws-horas-x                          pic zz.zz9,99.
            03 ws-capacidade-x                     pic zz.zz9,99.
            03 ws-percentual-x                     pic zz.zz9,99.
            03 ws-id-tabela-cheia                  pic x(01).
               88 ws-tabela-carga-cheia                 value "S".

            *> Carga planejada por Centro de Trabalho e dia
            03 ws-idx                              pic 9(04).
            03 ws-idx-menor                        pic 9(04).
            03 ws-qt-carga                         pic 9(04).
            03 ws-tabela-carga.
               05 ws-cg-entrada occurs c-max-carga.
                  07 ws-cg-cd-centro               pic 9(04).
                  07 ws-cg-data                    pic 9(08).
                  07 ws-cg-horas                   pic 9(07)v9(04).
                  07 ws-cg-id-impresso             pic x(01).
                     88 ws-cg-impresso                  value "S".

       01   f-Roteiro.
            03 f-cd-centro-trabalho                pic 9(04).
            03 f-Desc-centro-trabalho              pic x(40).
            03 f-capacidade-horas-dia              pic 9(03)v9(02).
            03 f-StatusID                          pic x(01).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin                pic x(55).
            03 f-Seq-operacao                      pic 9(03).
            03 f-Desc-operacao                     pic x(40).
            03 f-tempo-setup-horas                 pic 9(03)v9(02).
            03 f-tempo-unitario-horas              pic 9(03)v9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Roteiro.
            03 line 11 col 14   pic x(19) value "Centro de Trabalho:".
            03 line 11 col 34   pic 9(04) from f-cd-centro-trabalho.
            03 line 11 col 45   pic x(40) from f-Desc-centro-trabalho.
            03 line 13 col 14   pic x(19) value "Capacidade Hrs/Dia:".
            03 line 13 col 34   pic 9(03)v9(02) from f-capacidade-horas-dia.
            03 line 13 col 50   pic x(08) value "Status:".
            03 line 13 col 59   pic x(01) from f-StatusID.
            03 line 15 col 25   pic x(08) value "Produto:".
            03 line 15 col 34   pic 9(09) from f-ProductCode.
            03 line 15 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 17 col 24   pic x(09) value "Operacao:".
            03 line 17 col 34   pic 9(03) from f-Seq-operacao.
            03 line 17 col 45   pic x(40) from f-Desc-operacao.
            03 line 19 col 16   pic x(17) value "Setup (horas):".
            03 line 19 col 34   pic 9(03)v9(02) from f-tempo-setup-horas.
            03 line 21 col 16   pic x(17) value "Horas p/ Unidade:".
            03 line 21 col 34   pic 9(03)v9(04) from f-tempo-unitario-horas.

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
            perform 9000-Open_Akeru-i-pd07200
            perform 9000-Open_Akeru-io-pd16500
            perform 9000-Open_Akeru-io-pd16600

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
                     perform 2100-Centro-Trabalho
                when 02
                     perform 2100-Operacao-Roteiro
                when 03
                     perform 2100-Excluir-Operacao
                when 04
                     perform 2100-Query_Shokai
                when 05
                     perform 2100-Report_Carga
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Inclusao ou alteracao do Centro de Trabalho e da sua capacidade diaria
       2100-Centro-Trabalho section.

            if   not lnk-AllowAdd
            and  not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-cd-centro-trabalho greater zeros or ws-tecla-Cancela
                 accept f-cd-centro-trabalho at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f16500-Centro_Trabalho
            move lnk-CompanyCode                    to f16500-CompanyCode
            move lnk-BranchCode                     to f16500-BranchCode
            move f-cd-centro-trabalho               to f16500-cd-centro-trabalho
            perform 9000-Read_Yomu-pd16500-ran
            if   ws-OperationOK
                 if   not lnk-AllowMaintenance
                      exit section
                 end-if
                 set  ws-registro-existente         to true
                 move f16500-Desc-centro-trabalho    to f-Desc-centro-trabalho
                 move f16500-capacidade-horas-dia    to f-capacidade-horas-dia
                 move f16500-StatusID                to f-StatusID
            else
                 if   not lnk-AllowAdd
                      exit section
                 end-if
                 set  ws-registro-novo              to true
                 move "A"                           to f-StatusID
            end-if

            perform 8000-Screen_Gamen

            perform until f-Desc-centro-trabalho <> spaces or ws-tecla-Cancela
                 accept f-Desc-centro-trabalho at line 11 col 45 with update auto-skip
            end-perform

            perform until f-capacidade-horas-dia greater zeros or ws-tecla-Cancela
                 accept f-capacidade-horas-dia at line 13 col 34 with update auto-skip
            end-perform

            perform until f-StatusID equal "A" or "I" or ws-tecla-Cancela
                 accept f-StatusID at line 13 col 59 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin gravacao do Centro de Trabalho? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            move f-Desc-centro-trabalho             to f16500-Desc-centro-trabalho
            move f-capacidade-horas-dia             to f16500-capacidade-horas-dia
            move f-StatusID                         to f16500-StatusID

            if   ws-registro-novo
                 perform 9000-Write_Kaku-pd16500
            else
                 perform 9000-Rewrite_Kakinaosu-pd16500
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f16500-Centro_Trabalho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Inclusao ou alteracao de uma operacao do roteiro do Product_Seihin
       2100-Operacao-Roteiro section.

            if   not lnk-AllowAdd
            and  not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-aceita-operacao
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             f16600-Roteiro_Producao
            move lnk-CompanyCode                    to f16600-CompanyCode
            move lnk-BranchCode                     to f16600-BranchCode
            move f-ProductCode                      to f16600-ProductCode
            move f-Seq-operacao                     to f16600-Seq-operacao
            perform 9000-Read_Yomu-pd16600-ran
            if   ws-OperationOK
                 if   not lnk-AllowMaintenance
                      exit section
                 end-if
                 set  ws-registro-existente         to true
                 move f16600-Desc-operacao          to f-Desc-operacao
                 move f16600-cd-centro-trabalho     to f-cd-centro-trabalho
                 move f16600-tempo-setup-horas      to f-tempo-setup-horas
                 move f16600-tempo-unitario-horas   to f-tempo-unitario-horas
                 perform 9000-le-centro-trabalho
            else
                 if   not lnk-AllowAdd
                      exit section
                 end-if
                 set  ws-registro-novo              to true
            end-if

            perform 8000-Screen_Gamen

            perform until f-Desc-operacao <> spaces or ws-tecla-Cancela
                 accept f-Desc-operacao at line 17 col 45 with update auto-skip
            end-perform

            perform until exit
                 accept f-cd-centro-trabalho at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 perform 9000-le-centro-trabalho
                 if   ws-OperationOK
                 and  f16500-centro-ativo
                      exit perform
                 end-if
                 string "Centro de Trabalho no cadastrado ou inativo! [" f-cd-centro-trabalho "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-Screen_Gamen

            accept f-tempo-setup-horas at line 19 col 34 with update auto-skip

            perform until f-tempo-unitario-horas greater zeros or ws-tecla-Cancela
                 accept f-tempo-unitario-horas at line 21 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin gravacao da operacao do roteiro? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             f16600-Roteiro_Producao
            move lnk-CompanyCode                    to f16600-CompanyCode
            move lnk-BranchCode                     to f16600-BranchCode
            move f-ProductCode                      to f16600-ProductCode
            move f-Seq-operacao                     to f16600-Seq-operacao
            if   ws-registro-existente
                 perform 9000-Read_Yomu-pd16600-ran
            end-if

            move f-Desc-operacao                    to f16600-Desc-operacao
            move f-cd-centro-trabalho               to f16600-cd-centro-trabalho
            move f-tempo-setup-horas                to f16600-tempo-setup-horas
            move f-tempo-unitario-horas             to f16600-tempo-unitario-horas

            if   ws-registro-novo
                 perform 9000-Write_Kaku-pd16600
            else
                 perform 9000-Rewrite_Kakinaosu-pd16600
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f16600-Roteiro_Producao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2100-Excluir-Operacao section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-aceita-operacao
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             f16600-Roteiro_Producao
            move lnk-CompanyCode                    to f16600-CompanyCode
            move lnk-BranchCode                     to f16600-BranchCode
            move f-ProductCode                      to f16600-ProductCode
            move f-Seq-operacao                     to f16600-Seq-operacao
            perform 9000-Read_Yomu-pd16600-ran
            if   not ws-OperationOK
                 string "Operacao no cadastrada no roteiro! [" f-Seq-operacao "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f16600-Desc-operacao               to f-Desc-operacao
            move f16600-cd-centro-trabalho          to f-cd-centro-trabalho
            move f16600-tempo-setup-horas           to f-tempo-setup-horas
            move f16600-tempo-unitario-horas        to f-tempo-unitario-horas
            perform 9000-le-centro-trabalho
            perform 8000-Screen_Gamen

            move "Confirm_Kakunin exclusao da operacao do roteiro? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 9000-Delete_Sakujo-pd16600
            if   not ws-OperationOK
                 string "Error_Eraa ao Delete_Sakujo f16600-Roteiro_Producao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Lista as operacoes do roteiro do Product_Seihin na sequencia
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-aceita-produto
            if   not ws-OperationOK
                 exit section
            end-if

            move zeros                              to ws-contador-operacoes

            initialize                             f16600-Roteiro_Producao
            move lnk-CompanyCode                    to f16600-CompanyCode
            move lnk-BranchCode                     to f16600-BranchCode
            move f-ProductCode                      to f16600-ProductCode
            move zeros                             to f16600-Seq-operacao
            perform 9000-str-pd16600-grt
            perform 9000-Read_Yomu-pd16600-nex
            perform until not ws-OperationOK
                       or f16600-CompanyCode not equal lnk-CompanyCode
                       or f16600-BranchCode  not equal lnk-BranchCode
                       or f16600-ProductCode not equal f-ProductCode

                 add  1                             to ws-contador-operacoes

                 move f16600-Seq-operacao           to f-Seq-operacao
                 move f16600-Desc-operacao          to f-Desc-operacao
                 move f16600-cd-centro-trabalho     to f-cd-centro-trabalho
                 move f16600-tempo-setup-horas      to f-tempo-setup-horas
                 move f16600-tempo-unitario-horas   to f-tempo-unitario-horas
                 perform 9000-le-centro-trabalho
                 perform 8000-Screen_Gamen

                 move "Proxima operacao do roteiro..." to ws-Message_Messeji
                 perform 9000-Message_Messeji

                 perform 9000-Read_Yomu-pd16600-nex
            end-perform

            if   ws-contador-operacoes equal zeros
                 string "Product_Seihin [" f-ProductCode "] sem roteiro cadastrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-aceita-produto section.

            perform until f-ProductCode greater zeros or ws-tecla-Cancela
                 accept f-ProductCode at line 15 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f-ProductCode                      to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
                 string "Product_Seihin no cadastrado! [" f-ProductCode "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f01800-Desc-Product_Seihin          to f-Desc-Product_Seihin
            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       9000-aceita-operacao section.

            perform 8000-ClearScreen

            perform 9000-aceita-produto
            if   not ws-OperationOK
                 exit section
            end-if

            perform until f-Seq-operacao greater zeros or ws-tecla-Cancela
                 accept f-Seq-operacao at line 17 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-le-centro-trabalho section.

            initialize                             f16500-Centro_Trabalho
            move lnk-CompanyCode                    to f16500-CompanyCode
            move lnk-BranchCode                     to f16500-BranchCode
            move f-cd-centro-trabalho               to f16500-cd-centro-trabalho
            perform 9000-Read_Yomu-pd16500-ran
            if   ws-OperationOK
                 move f16500-Desc-centro-trabalho    to f-Desc-centro-trabalho
                 move f16500-capacidade-horas-dia    to f-capacidade-horas-dia
                 move f16500-StatusID                to f-StatusID
            else
                 move spaces                        to f-Desc-centro-trabalho
                                                       f-StatusID
                 move zeros                         to f-capacidade-horas-dia
            end-if

       exit.

      *>=================================================================================
      *> Carrega as Ordens abertas nos Centros de Trabalho dia a dia pelo
      *> roteiro, a partir do inicio previsto (ou de hoje, para Ordem
      *> atrasada ou sem programacao), e lista a carga contra a capacidade
      *> marcando os dias em sobrecarga
       2100-Report_Carga section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-hoje                     from date yyyymmdd

            move zeros                              to ws-qt-carga
                                                       ws-contador-ordens
                                                       ws-contador-sobrecarga
            move spaces                             to ws-id-tabela-cheia
            initialize                              ws-tabela-carga

            initialize                             f07200-Ordem_Producao
            move lnk-CompanyCode                    to f07200-CompanyCode
            move lnk-BranchCode                     to f07200-BranchCode
            move zeros                             to f07200-Number-ordem
            perform 9000-str-pd07200-grt
            perform 9000-Read_Yomu-pd07200-nex
            perform until not ws-OperationOK
                       or f07200-CompanyCode not equal lnk-CompanyCode
                       or f07200-BranchCode  not equal lnk-BranchCode

                 *> Ordem em industrializacao externa no ocupa os centros proprios
                 if   f07200-ordem-aberta
                 and  not f07200-industrializacao-externa
                      add  1                        to ws-contador-ordens
                      perform 2110-carrega-ordem
                 end-if

                 perform 9000-Read_Yomu-pd07200-nex
            end-perform

            if   ws-tabela-carga-cheia
                 move "Tabela de carga esgotada - relatorio parcial!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            perform 2120-imprimir-carga

       exit.

      *>=================================================================================
       2110-carrega-ordem section.

            *> Carrega somente o saldo ainda no apontado (CS50006C)
            compute ws-qtde-saldo-ordem =
                    f07200-qtde-produzir - f07200-qtde-produzida
                    - f07200-qtde-refugada
            if   ws-qtde-saldo-ordem not greater zeros
                 exit section
            end-if

            move f07200-data-inicio-prevista        to ws-data-carga
            if   ws-data-carga less ws-data-hoje
                 move ws-data-hoje                  to ws-data-carga
            end-if
            perform 9000-dia-util-carga

            initialize                             f16600-Roteiro_Producao
            move lnk-CompanyCode                    to f16600-CompanyCode
            move lnk-BranchCode                     to f16600-BranchCode
            move f07200-ProductCode                 to f16600-ProductCode
            move zeros                             to f16600-Seq-operacao
            perform 9000-str-pd16600-grt
            perform 9000-Read_Yomu-pd16600-nex
            perform until not ws-OperationOK
                       or f16600-CompanyCode not equal lnk-CompanyCode
                       or f16600-BranchCode  not equal lnk-BranchCode
                       or f16600-ProductCode not equal f07200-ProductCode

                 compute ws-horas-operacao =
                         f16600-tempo-setup-horas
                         + (f16600-tempo-unitario-horas * ws-qtde-saldo-ordem)

                 *> Mesmo criterio de dias do lead time (CS00128S)
                 move 1                             to ws-dias-operacao
                 initialize                         f16500-Centro_Trabalho
                 move lnk-CompanyCode               to f16500-CompanyCode
                 move lnk-BranchCode                to f16500-BranchCode
                 move f16600-cd-centro-trabalho     to f16500-cd-centro-trabalho
                 perform 9000-Read_Yomu-pd16500-ran
                 if   ws-OperationOK
                 and  f16500-capacidade-horas-dia greater zeros
                      divide ws-horas-operacao by f16500-capacidade-horas-dia
                             giving ws-dias-operacao
                      if   (ws-dias-operacao * f16500-capacidade-horas-dia) less ws-horas-operacao
                           add 1                    to ws-dias-operacao
                      end-if
                      if   ws-dias-operacao equal zeros
                           move 1                   to ws-dias-operacao
                      end-if
                 end-if

                 compute ws-horas-dia rounded = ws-horas-operacao / ws-dias-operacao

                 perform varying ws-dia-operacao from 1 by 1
                         until ws-dia-operacao greater ws-dias-operacao
                      perform 2115-acumula-carga
                      perform 9000-proximo-dia-carga
                 end-perform

                 perform 9000-Read_Yomu-pd16600-nex
            end-perform

            *> Reposiciona a varredura do pd07200 na ordem corrente
            perform 9000-Read_Yomu-pd07200-ran

       exit.

      *>=================================================================================
       2115-acumula-carga section.

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-carga
                 if   ws-cg-cd-centro(ws-idx) equal f16600-cd-centro-trabalho
                 and  ws-cg-data(ws-idx)      equal ws-data-carga
                      exit perform
                 end-if
            end-perform

            if   ws-idx greater ws-qt-carga
                 if   ws-qt-carga not less c-max-carga
                      set ws-tabela-carga-cheia     to true
                      exit section
                 end-if
                 add  1                             to ws-qt-carga
                 move ws-qt-carga                   to ws-idx
                 move f16600-cd-centro-trabalho     to ws-cg-cd-centro(ws-idx)
                 move ws-data-carga                 to ws-cg-data(ws-idx)
                 move zeros                         to ws-cg-horas(ws-idx)
            end-if

            add  ws-horas-dia                       to ws-cg-horas(ws-idx)

       exit.

      *>=================================================================================
       9000-proximo-dia-carga section.

            compute ws-data-carga-int =
                    function integer-of-date(ws-data-carga) + 1
            move function date-of-integer(ws-data-carga-int) to ws-data-carga
            perform 9000-dia-util-carga

       exit.

      *>=================================================================================
       9000-dia-util-carga section.

            move ws-data-carga                      to ws-Parameters-data-util
            call c-proximo-dia-util using lnk-par ws-Parameters-data-util
            cancel c-proximo-dia-util
            move ws-Parameters-data-util            to ws-data-carga

       exit.

      *>=================================================================================
      *> Por Centro de Trabalho, os dias em ordem de data
       2120-imprimir-carga section.

            string lnk-tmp-path delimited by "  "
                   "\CARGA_CAPACIDADE_" ws-data-hoje ".TXT" delimited by size
                   into wid-arq-carga
            open output arq-carga
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-carga
            string "CARGA DOS CENTROS DE TRABALHO - ORDENS ABERTAS EM " ws-data-hoje
                   delimited by size into rs-arq-carga
            write rs-arq-carga
            move spaces                             to rs-arq-carga
            write rs-arq-carga

            initialize                             f16500-Centro_Trabalho
            move lnk-CompanyCode                    to f16500-CompanyCode
            move lnk-BranchCode                     to f16500-BranchCode
            move zeros                             to f16500-cd-centro-trabalho
            perform 9000-str-pd16500-grt
            perform 9000-Read_Yomu-pd16500-nex
            perform until not ws-OperationOK
                       or f16500-CompanyCode not equal lnk-CompanyCode
                       or f16500-BranchCode  not equal lnk-BranchCode

                 move f16500-capacidade-horas-dia    to ws-capacidade-x
                 move spaces                        to rs-arq-carga
                 string "CENTRO " f16500-cd-centro-trabalho " " f16500-Desc-centro-trabalho
                        " CAPACIDADE DIA " ws-capacidade-x
                        delimited by size into rs-arq-carga
                 write rs-arq-carga

                 perform 2125-imprimir-dias-centro

                 move spaces                        to rs-arq-carga
                 write rs-arq-carga

                 perform 9000-Read_Yomu-pd16500-nex
            end-perform

            move spaces                             to rs-arq-carga
            string "ORDENS CARREGADAS: " ws-contador-ordens
                   "  DIAS EM SOBRECARGA: " ws-contador-sobrecarga
                   delimited by size into rs-arq-carga
            write rs-arq-carga

            close arq-carga

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "CARGA DE CAPACIDADE " ws-data-hoje delimited by size into lw-ds-parametros-spool
            move wid-arq-carga                      to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-carga " - " ws-contador-sobrecarga " dias em sobrecarga." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2125-imprimir-dias-centro section.

            perform until exit

                 move zeros                         to ws-idx-menor
                 perform varying ws-idx from 1 by 1
                         until ws-idx greater ws-qt-carga
                      if   ws-cg-cd-centro(ws-idx) equal f16500-cd-centro-trabalho
                      and  not ws-cg-impresso(ws-idx)
                           if   ws-idx-menor equal zeros
                                move ws-idx         to ws-idx-menor
                           else
                                if   ws-cg-data(ws-idx) less ws-cg-data(ws-idx-menor)
                                     move ws-idx    to ws-idx-menor
                                end-if
                           end-if
                      end-if
                 end-perform

                 if   ws-idx-menor equal zeros
                      exit perform
                 end-if

                 set  ws-cg-impresso(ws-idx-menor)  to true

                 move zeros                         to ws-percentual-carga
                 if   f16500-capacidade-horas-dia greater zeros
                      compute ws-percentual-carga rounded =
                              ws-cg-horas(ws-idx-menor) * 100
                              / f16500-capacidade-horas-dia
                 end-if

                 move ws-cg-horas(ws-idx-menor)     to ws-horas-x
                 move ws-percentual-carga           to ws-percentual-x

                 move spaces                        to rs-arq-carga
                 if   ws-cg-horas(ws-idx-menor) greater f16500-capacidade-horas-dia
                      add  1                        to ws-contador-sobrecarga
                      string "   " ws-cg-data(ws-idx-menor)
                             " HORAS " ws-horas-x " CARGA % " ws-percentual-x
                             " *** SOBRECARGA"
                             delimited by size into rs-arq-carga
                 else
                      string "   " ws-cg-data(ws-idx-menor)
                             " HORAS " ws-horas-x " CARGA % " ws-percentual-x
                             delimited by size into rs-arq-carga
                 end-if
                 write rs-arq-carga

            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd07200
            close pd16500
            close pd16600

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Roteiro

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Roteiro

            perform 9000-StandardFrame
            display frm-Roteiro

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR07200.cpy.
       copy CSR16500.cpy.
       copy CSR16600.cpy.
