      $set sourceformat"free"
       program-id. CS30051C.
      *>=================================================================================
      *>
      *>          Expedicao - Planejamento de Cargas e Roteiro de Entrega
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00400.cpy.
       copy CSS00500.cpy.
       copy CSS00600.cpy.
       copy CSS01400.cpy.
       copy CSS03100.cpy.
       copy CSS05000.cpy.
       copy CSS17000.cpy.
       copy CSS17100.cpy.

            select arq-cargas assign to disk wid-arq-cargas
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00400.cpy.
       copy CSF00500.cpy.
       copy CSF00600.cpy.
       copy CSF01400.cpy.
       copy CSF03100.cpy.
       copy CSF05000.cpy.
       copy CSF17000.cpy.
       copy CSF17100.cpy.

       fd   arq-cargas.

       01   rs-arq-cargas                          pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30051C".
       78   c-ProgramDesc                   value "PLANEJAMENTO DE CARGAS".
       78   c-serie-carga                          value 916.
       78   c-registrar-spool                      value "CS00123S".
       78   c-max-notas-carga                      value 500.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-cargas                      pic x(200).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-novo                      value "N".
               88 ws-registro-existente                 value "E".
            03 ws-id-nota-planejada                pic x(01).
               88 ws-nota-ja-planejada                  value "S".
               88 ws-nota-nao-planejada                 value "N".
            03 ws-id-tabela-cheia                  pic x(01).
               88 ws-tabela-notas-cheia                 value "S".
            03 ws-Number-carga                     pic 9(09).
            03 ws-Seq-parada                       pic 9(04).
            03 ws-contador-cargas                  pic 9(05).
            03 ws-contador-paradas                 pic 9(05).
            03 ws-contador-sem-carga               pic 9(05).
            03 ws-peso-carga                       pic 9(09)v9(04).
            03 ws-volumes-carga                    pic 9(07).
            03 ws-peso-x                           pic zzz.zzz.zz9,99.
            03 ws-capacidade-x                     pic zzz.zzz.zz9,99.
            03 ws-ocupacao-x                       pic zz9,99.
            03 ws-ocupacao                         pic 9(03)v9(02).

            *> Notas a expedir, ordenadas por Cidade, Bairro e Logradouro
            03 ws-idx                              pic 9(04).
            03 ws-idx-2                            pic 9(04).
            03 ws-qt-notas                         pic 9(04).
            03 ws-tabela-notas.
               05 ws-nt-nota occurs 500.
                  07 ws-nt-chave-roteiro.
                     09 ws-nt-Name-City            pic x(30).
                     09 ws-nt-Name-District        pic x(30).
                     09 ws-nt-Name-Street          pic x(30).
                     09 ws-nt-Number-documento     pic 9(09).
                  07 ws-nt-Series-documento        pic x(03).
                  07 ws-nt-cd-destinatario         pic 9(09).
                  07 ws-nt-CityID                  pic 9(09).
                  07 ws-nt-id-District             pic 9(09).
                  07 ws-nt-peso-bruto              pic 9(09)v9(04).
                  07 ws-nt-qtde-volumes            pic 9(05).
                  07 ws-nt-id-carregada            pic x(01).
                     88 ws-nt-carregada                 value "S".
            03 ws-nt-troca                         pic x(160).

       01   f-Veiculo.
            03 f-placa-veiculo                     pic x(07).
            03 f-Desc-veiculo                      pic x(40).
            03 f-cd-transportadora                 pic 9(04).
            03 f-razao-social                      pic x(55).
            03 f-uf-veiculo                        pic x(02).
            03 f-capacidade-peso                   pic 9(07)v9(02).
            03 f-capacidade-volumes                pic 9(05).
            03 f-StatusID                          pic x(01).
            03 f-data-carga                        pic 9(08).
            03 f-Number-carga                      pic 9(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Veiculo.
            03 line 11 col 26   pic x(07) value "Placa:".
            03 line 11 col 34   pic x(07) from f-placa-veiculo.
            03 line 11 col 45   pic x(40) from f-Desc-veiculo.
            03 line 13 col 19   pic x(14) value "Transportadora:".
            03 line 13 col 34   pic 9(04) from f-cd-transportadora.
            03 line 13 col 45   pic x(55) from f-razao-social.
            03 line 15 col 29   pic x(03) value "UF:".
            03 line 15 col 34   pic x(02) from f-uf-veiculo.
            03 line 15 col 50   pic x(08) value "Status:".
            03 line 15 col 59   pic x(01) from f-StatusID.
            03 line 17 col 17   pic x(16) value "Capacidade (kg):".
            03 line 17 col 34   pic 9(07)v9(02) from f-capacidade-peso.
            03 line 19 col 14   pic x(19) value "Capacidade Volumes:".
            03 line 19 col 34   pic 9(05) from f-capacidade-volumes.
            03 line 21 col 19   pic x(14) value "Data da Carga:".
            03 line 21 col 34   pic 9(08) from f-data-carga.
            03 line 23 col 26   pic x(07) value "Carga:".
            03 line 23 col 34   pic 9(09) from f-Number-carga.

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

            perform 9000-Open_Akeru-i-pd00400
            perform 9000-Open_Akeru-i-pd00500
            perform 9000-Open_Akeru-i-pd00600
            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd03100
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-io-pd17000
            perform 9000-Open_Akeru-io-pd17100

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
                     perform 2100-Veiculo
                when 02
                     perform 2100-Planejar-Cargas
                when 03
                     perform 2100-Query_Shokai
                when 04
                     perform 2100-Cancelar-Carga
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Inclusao ou alteracao do veiculo com os limites de peso e volumes
       2100-Veiculo section.

            if   not lnk-AllowAdd
            and  not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-placa-veiculo <> spaces or ws-tecla-Cancela
                 accept f-placa-veiculo at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move function upper-case(f-placa-veiculo) to f-placa-veiculo

            initialize                             f17000-Veiculo_Entrega
            move lnk-CompanyCode                    to f17000-CompanyCode
            move lnk-BranchCode                     to f17000-BranchCode
            move f-placa-veiculo                    to f17000-placa-veiculo
            perform 9000-Read_Yomu-pd17000-ran
            if   ws-OperationOK
                 if   not lnk-AllowMaintenance
                      exit section
                 end-if
                 set  ws-registro-existente         to true
                 move f17000-Desc-veiculo           to f-Desc-veiculo
                 move f17000-cd-transportadora      to f-cd-transportadora
                 move f17000-uf-veiculo             to f-uf-veiculo
                 move f17000-capacidade-peso        to f-capacidade-peso
                 move f17000-capacidade-volumes     to f-capacidade-volumes
                 move f17000-StatusID               to f-StatusID
                 perform 9000-le-transportadora
            else
                 if   not lnk-AllowAdd
                      exit section
                 end-if
                 set  ws-registro-novo              to true
                 move "A"                           to f-StatusID
            end-if

            perform 8000-Screen_Gamen

            perform until f-Desc-veiculo <> spaces or ws-tecla-Cancela
                 accept f-Desc-veiculo at line 11 col 45 with update auto-skip
            end-perform

            *> Transportadora zero: veiculo proprio
            perform until exit
                 accept f-cd-transportadora at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-cd-transportadora equal zeros
                      move spaces                   to f-razao-social
                      exit perform
                 end-if
                 perform 9000-le-transportadora
                 if   ws-OperationOK
                      exit perform
                 end-if
                 string "Transportadora no cadastrada! [" f-cd-transportadora "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-Screen_Gamen

            perform until f-uf-veiculo <> spaces or ws-tecla-Cancela
                 accept f-uf-veiculo at line 15 col 34 with update auto-skip
            end-perform

            perform until f-capacidade-peso greater zeros or ws-tecla-Cancela
                 accept f-capacidade-peso at line 17 col 34 with update auto-skip
            end-perform

            perform until f-capacidade-volumes greater zeros or ws-tecla-Cancela
                 accept f-capacidade-volumes at line 19 col 34 with update auto-skip
            end-perform

            perform until f-StatusID equal "A" or "I" or ws-tecla-Cancela
                 accept f-StatusID at line 15 col 59 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin gravacao do veiculo? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            move f-Desc-veiculo                     to f17000-Desc-veiculo
            move f-cd-transportadora                to f17000-cd-transportadora
            move function upper-case(f-uf-veiculo)  to f17000-uf-veiculo
            move f-capacidade-peso                  to f17000-capacidade-peso
            move f-capacidade-volumes               to f17000-capacidade-volumes
            move f-StatusID                         to f17000-StatusID

            if   ws-registro-novo
                 perform 9000-Write_Kaku-pd17000
            else
                 perform 9000-Rewrite_Kakinaosu-pd17000
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f17000-Veiculo_Entrega - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-le-transportadora section.

            initialize                             f03100-transportadora
            move lnk-CompanyCode                    to f03100-CompanyCode
            move lnk-BranchCode                     to f03100-BranchCode
            move f-cd-transportadora                to f03100-cd-transportadora
            perform 9000-Read_Yomu-pd03100-ran
            if   ws-OperationOK
                 move f03100-razao-social           to f-razao-social
            else
                 move spaces                        to f-razao-social
            end-if

       exit.

      *>=================================================================================
      *> Notas emitidas ainda sem Romaneio e fora de carga planejada sao
      *> agrupadas por Cidade e Bairro do endereco do cliente e distribuidas
      *> nos veiculos ativos ate o limite de peso e de volumes; a ordem de
      *> carregamento da tabela e a sequencia de paradas sugerida
       2100-Planejar-Cargas section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            accept f-data-carga                    from date yyyymmdd
            accept f-data-carga at line 21 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            perform 2200-carrega-notas-pendentes

            if   ws-qt-notas equal zeros
                 move "Nenhuma nota pendente de expedicao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   ws-tabela-notas-cheia
                 move "Tabela de notas esgotada - as demais ficam para o proximo planejamento!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            string "Confirm_Kakunin planejamento de " ws-qt-notas " notas pendentes? [S/N]" into ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2300-ordena-notas

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\CARGAS_" f-data-carga "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-cargas
            open output arq-cargas
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-cargas
            string "PLANEJAMENTO DE CARGAS PARA " f-data-carga
                   delimited by size into rs-arq-cargas
            write rs-arq-cargas

            move zeros                              to ws-contador-cargas
                                                       ws-contador-paradas
                                                       ws-contador-sem-carga

            initialize                             f17000-Veiculo_Entrega
            move lnk-CompanyCode                    to f17000-CompanyCode
            move lnk-BranchCode                     to f17000-BranchCode
            move spaces                            to f17000-placa-veiculo
            perform 9000-str-pd17000-grt
            perform 9000-Read_Yomu-pd17000-nex
            perform until not ws-OperationOK
                       or f17000-CompanyCode not equal lnk-CompanyCode
                       or f17000-BranchCode  not equal lnk-BranchCode
                       or ws-contador-paradas not less ws-qt-notas

                 if   f17000-veiculo-ativo
                      perform 2400-monta-carga-veiculo
                 end-if

                 perform 9000-Read_Yomu-pd17000-nex
            end-perform

            perform 2500-imprime-notas-sem-carga

            close arq-cargas

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "CARGAS " f-data-carga delimited by size into lw-ds-parametros-spool
            move wid-arq-cargas                     to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-cargas " cargas planejadas, " ws-contador-sem-carga
                   " notas sem carga - " wid-arq-cargas
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-carrega-notas-pendentes section.

            move zeros                              to ws-qt-notas
            move spaces                             to ws-id-tabela-cheia
            initialize                              ws-tabela-notas

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move 01                                to f05000-Type-nota
            move zeros                             to f05000-Number-documento
            move spaces                            to f05000-Series-documento
            perform 9000-str-pd05000-grt
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-Type-nota  not equal 01

                 *> Simples faturamento no movimenta mercadoria
                 if   f05000-nota-emitida
                 and  f05000-data-entrega   equal zeros
                 and  f05000-Number-romaneio equal zeros
                 and  not f05000-simples-faturamento
                      perform 9000-verifica-nota-planejada
                      if   ws-nota-nao-planejada
                           perform 2210-inclui-nota-tabela
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

       exit.

      *>=================================================================================
       2210-inclui-nota-tabela section.

            if   ws-qt-notas not less c-max-notas-carga
                 set ws-tabela-notas-cheia          to true
                 exit section
            end-if

            add  1                                  to ws-qt-notas
            move f05000-Number-documento            to ws-nt-Number-documento(ws-qt-notas)
            move f05000-Series-documento            to ws-nt-Series-documento(ws-qt-notas)
            move f05000-cd-destinatario             to ws-nt-cd-destinatario(ws-qt-notas)
            move f05000-peso-bruto                  to ws-nt-peso-bruto(ws-qt-notas)
            move f05000-qtde-volumes                to ws-nt-qtde-volumes(ws-qt-notas)

            *> Endereco do cliente: Logradouro (f00600), Bairro (f00500) e
            *> Cidade (f00400)
            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move f05000-cd-destinatario             to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             f00600-Street_Jusho
            move lnk-CompanyCode                    to f00600-CompanyCode
            move lnk-BranchCode                     to f00600-BranchCode
            move f01400-id-Street_Jusho             to f00600-id-Street_Jusho
            perform 9000-Read_Yomu-pd00600-ran
            if   not ws-OperationOK
                 exit section
            end-if
            move f00600-Name_Namae-Street_Jusho     to ws-nt-Name-Street(ws-qt-notas)
            move f00600-id-District_Chiku           to ws-nt-id-District(ws-qt-notas)

            initialize                             f00500-District_Chiku
            move lnk-CompanyCode                    to f00500-CompanyCode
            move lnk-BranchCode                     to f00500-BranchCode
            move f00600-id-District_Chiku           to f00500-id-District_Chiku
            perform 9000-Read_Yomu-pd00500-ran
            if   not ws-OperationOK
                 exit section
            end-if
            move f00500-Name_Namae-District_Chiku   to ws-nt-Name-District(ws-qt-notas)
            move f00500-CityID                      to ws-nt-CityID(ws-qt-notas)

            initialize                             f00400-City_Shichoson
            move lnk-CompanyCode                    to f00400-CompanyCode
            move lnk-BranchCode                     to f00400-BranchCode
            move f00500-CityID                      to f00400-CityID
            perform 9000-Read_Yomu-pd00400-ran
            if   ws-OperationOK
                 move f00400-Name_Namae-City_Shichoson to ws-nt-Name-City(ws-qt-notas)
            end-if

       exit.

      *>=================================================================================
       9000-verifica-nota-planejada section.

            set  ws-nota-nao-planejada              to true

            initialize                             f17100-Carga_Entrega
            move f05000-CompanyCode                 to f17100-CompanyCode
            move f05000-BranchCode                  to f17100-BranchCode
            move f05000-Type-nota                   to f17100-Type-nota
            move f05000-Number-documento            to f17100-Number-documento
            move f05000-Series-documento            to f17100-Series-documento
            perform 9000-str-pd17100-nlss-1
            perform 9000-Read_Yomu-pd17100-nex
            perform until not ws-OperationOK
                       or f17100-CompanyCode       not equal f05000-CompanyCode
                       or f17100-BranchCode        not equal f05000-BranchCode
                       or f17100-Type-nota         not equal f05000-Type-nota
                       or f17100-Number-documento  not equal f05000-Number-documento
                       or f17100-Series-documento  not equal f05000-Series-documento

                 if   f17100-carga-planejada
                      set  ws-nota-ja-planejada     to true
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd17100-nex
            end-perform

       exit.

      *>=================================================================================
      *> Ordena a tabela pela chave Cidade + Bairro + Logradouro + Nota
       2300-ordena-notas section.

            perform varying ws-idx from 1 by 1
                    until ws-idx not less ws-qt-notas
                 perform varying ws-idx-2 from ws-idx by 1
                         until ws-idx-2 greater ws-qt-notas
                      if   ws-nt-chave-roteiro(ws-idx-2) less ws-nt-chave-roteiro(ws-idx)
                           move ws-nt-nota(ws-idx)    to ws-nt-troca
                           move ws-nt-nota(ws-idx-2)  to ws-nt-nota(ws-idx)
                           move ws-nt-troca           to ws-nt-nota(ws-idx-2)
                      end-if
                 end-perform
            end-perform

       exit.

      *>=================================================================================
      *> Preenche o veiculo percorrendo as notas na ordem de roteiro; nota
      *> que excede o saldo de peso ou volumes fica para o proximo veiculo
       2400-monta-carga-veiculo section.

            move zeros                              to ws-Seq-parada
                                                       ws-peso-carga
                                                       ws-volumes-carga
                                                       ws-Number-carga

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-notas

                 if   ws-nt-carregada(ws-idx)
                      exit perform cycle
                 end-if

                 if   (ws-peso-carga + ws-nt-peso-bruto(ws-idx))
                      greater f17000-capacidade-peso
                 or   (ws-volumes-carga + ws-nt-qtde-volumes(ws-idx))
                      greater f17000-capacidade-volumes
                      exit perform cycle
                 end-if

                 if   ws-Number-carga equal zeros
                      move c-serie-carga            to lnk-Series-documento
                      call c-proximo-documento using lnk-par
                      cancel c-proximo-documento
                      move lnk-Number-documento     to ws-Number-carga
                      add  1                        to ws-contador-cargas

                      move spaces                   to rs-arq-cargas
                      write rs-arq-cargas
                      move spaces                   to rs-arq-cargas
                      string "CARGA " ws-Number-carga " VEICULO " f17000-placa-veiculo
                             " " f17000-Desc-veiculo
                             delimited by size into rs-arq-cargas
                      write rs-arq-cargas
                 end-if

                 add  1                             to ws-Seq-parada
                 add  ws-nt-peso-bruto(ws-idx)      to ws-peso-carga
                 add  ws-nt-qtde-volumes(ws-idx)    to ws-volumes-carga
                 set  ws-nt-carregada(ws-idx)       to true
                 add  1                             to ws-contador-paradas

                 perform 2410-grava-parada

            end-perform

            if   ws-Number-carga greater zeros
                 move ws-peso-carga                 to ws-peso-x
                 move f17000-capacidade-peso        to ws-capacidade-x
                 compute ws-ocupacao rounded =
                         ws-peso-carga * 100 / f17000-capacidade-peso
                 move ws-ocupacao                   to ws-ocupacao-x
                 move spaces                        to rs-arq-cargas
                 string "   TOTAL PESO " ws-peso-x " DE " ws-capacidade-x
                        " (" ws-ocupacao-x "%) VOLUMES " ws-volumes-carga
                        " DE " f17000-capacidade-volumes
                        delimited by size into rs-arq-cargas
                 write rs-arq-cargas
            end-if

       exit.

      *>=================================================================================
       2410-grava-parada section.

            initialize                             f17100-Carga_Entrega
            move lnk-CompanyCode                    to f17100-CompanyCode
            move lnk-BranchCode                     to f17100-BranchCode
            move ws-Number-carga                    to f17100-Number-carga
            move ws-Seq-parada                      to f17100-Seq-parada
            move f-data-carga                       to f17100-data-carga
            move f17000-placa-veiculo               to f17100-placa-veiculo
            move f17000-cd-transportadora           to f17100-cd-transportadora
            move 01                                to f17100-Type-nota
            move ws-nt-Number-documento(ws-idx)     to f17100-Number-documento
            move ws-nt-Series-documento(ws-idx)     to f17100-Series-documento
            move ws-nt-cd-destinatario(ws-idx)      to f17100-cd-destinatario
            move ws-nt-CityID(ws-idx)               to f17100-CityID
            move ws-nt-id-District(ws-idx)          to f17100-id-District_Chiku
            move ws-nt-peso-bruto(ws-idx)           to f17100-peso-bruto
            move ws-nt-qtde-volumes(ws-idx)         to f17100-qtde-volumes
            set  f17100-carga-planejada             to true
            move function numval(lnk-UserID)        to f17100-UserID-operacao

            perform 9000-Write_Kaku-pd17100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f17100-Carga_Entrega - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move ws-nt-peso-bruto(ws-idx)           to ws-peso-x
            move spaces                             to rs-arq-cargas
            string "   PARADA " ws-Seq-parada
                   " NOTA " ws-nt-Number-documento(ws-idx) "/" ws-nt-Series-documento(ws-idx)
                   " " ws-nt-Name-City(ws-idx)(1:20)
                   " " ws-nt-Name-District(ws-idx)(1:20)
                   " " ws-nt-Name-Street(ws-idx)(1:25)
                   " PESO " ws-peso-x " VOL " ws-nt-qtde-volumes(ws-idx)
                   delimited by size into rs-arq-cargas
            write rs-arq-cargas

       exit.

      *>=================================================================================
      *> Notas que no couberam em nenhum veiculo hoje
       2500-imprime-notas-sem-carga section.

            move spaces                             to rs-arq-cargas
            write rs-arq-cargas
            move "NOTAS SEM CARGA"                  to rs-arq-cargas
            write rs-arq-cargas

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-notas

                 if   not ws-nt-carregada(ws-idx)
                      add  1                        to ws-contador-sem-carga
                      move ws-nt-peso-bruto(ws-idx) to ws-peso-x
                      move spaces                   to rs-arq-cargas
                      string "   NOTA " ws-nt-Number-documento(ws-idx) "/" ws-nt-Series-documento(ws-idx)
                             " CLIENTE " ws-nt-cd-destinatario(ws-idx)
                             " " ws-nt-Name-City(ws-idx)(1:20)
                             " " ws-nt-Name-District(ws-idx)(1:20)
                             " PESO " ws-peso-x " VOL " ws-nt-qtde-volumes(ws-idx)
                             delimited by size into rs-arq-cargas
                      write rs-arq-cargas
                 end-if

            end-perform

            if   ws-contador-sem-carga equal zeros
                 move "   TODAS AS NOTAS PENDENTES FORAM CARREGADAS" to rs-arq-cargas
                 write rs-arq-cargas
            end-if

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Carga
            if   not ws-OperationOK
                 exit section
            end-if

            perform until not ws-OperationOK
                       or f17100-CompanyCode   not equal lnk-CompanyCode
                       or f17100-BranchCode    not equal lnk-BranchCode
                       or f17100-Number-carga  not equal f-Number-carga

                 move f17100-peso-bruto             to ws-peso-x
                 string "Parada " f17100-Seq-parada " Nota " f17100-Number-documento "/" f17100-Series-documento
                        " Cliente " f17100-cd-destinatario " Peso " ws-peso-x
                        " Status " f17100-StatusID
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 perform 9000-Read_Yomu-pd17100-nex
            end-perform

       exit.

      *>=================================================================================
      *> Cancela a carga ainda no romaneada; as notas voltam ao planejamento
       2100-Cancelar-Carga section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Carga
            if   not ws-OperationOK
                 exit section
            end-if

            if   not f17100-carga-planejada
                 move "Somente carga planejada pode ser cancelada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin cancelamento da carga? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             f17100-Carga_Entrega
            move lnk-CompanyCode                    to f17100-CompanyCode
            move lnk-BranchCode                     to f17100-BranchCode
            move f-Number-carga                     to f17100-Number-carga
            move zeros                             to f17100-Seq-parada
            perform 9000-str-pd17100-grt
            perform 9000-Read_Yomu-pd17100-nex
            perform until not ws-OperationOK
                       or f17100-CompanyCode   not equal lnk-CompanyCode
                       or f17100-BranchCode    not equal lnk-BranchCode
                       or f17100-Number-carga  not equal f-Number-carga

                 if   f17100-carga-planejada
                      set  f17100-carga-cancelada   to true
                      perform 9000-Rewrite_Kakinaosu-pd17100
                      if   not ws-OperationOK
                           string "Error_Eraa ao Rewrite_Kakinaosu f17100-Carga_Entrega - " ws-AccessResult into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd17100-nex
            end-perform

            string "Carga [" f-Number-carga "] cancelada!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Posiciona na primeira parada da carga informada
       9000-Localiza-Carga section.

            perform 8000-ClearScreen
            perform until f-Number-carga greater zeros or ws-tecla-Cancela
                 accept f-Number-carga at line 23 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f17100-Carga_Entrega
            move lnk-CompanyCode                    to f17100-CompanyCode
            move lnk-BranchCode                     to f17100-BranchCode
            move f-Number-carga                     to f17100-Number-carga
            move zeros                             to f17100-Seq-parada
            perform 9000-str-pd17100-grt
            perform 9000-Read_Yomu-pd17100-nex
            if   not ws-OperationOK
            or   f17100-CompanyCode  not equal lnk-CompanyCode
            or   f17100-BranchCode   not equal lnk-BranchCode
            or   f17100-Number-carga not equal f-Number-carga
                 string "Carga no encontrada! [" f-Number-carga "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "23"                          to ws-AccessResult
                 exit section
            end-if

            move f17100-placa-veiculo               to f-placa-veiculo
            move f17100-data-carga                  to f-data-carga
            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00400
            close pd00500
            close pd00600
            close pd01400
            close pd03100
            close pd05000
            close pd17000
            close pd17100

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Veiculo

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Veiculo

            perform 9000-StandardFrame
            display frm-Veiculo

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00400.cpy.
       copy CSR00500.cpy.
       copy CSR00600.cpy.
       copy CSR01400.cpy.
       copy CSR03100.cpy.
       copy CSR05000.cpy.
       copy CSR17000.cpy.
       copy CSR17100.cpy.
