            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01400.cpy.
       copy CSS03100.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS12200.cpy.
       copy CSS17100.cpy.

            select arq-romaneio assign to disk wid-arq-romaneio
                 organization        is line sequential
       data division.

       copy CSF01400.cpy.
       copy CSF03100.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF12200.cpy.
       copy CSF17100.cpy.

       fd   arq-romaneio.


       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW18000.cpy.

       01   ws-WorkFields.
            03 wid-arq-romaneio                    pic x(200).
            03 ws-contador-notas                   pic 9(05).
            03 ws-contador-Report_Repoto            pic 9(05).
            03 ws-Number-romaneio                  pic 9(09).
            03 ws-Seq-romaneio                     pic 9(04).
            03 ws-cd-transportadora-romaneio       pic 9(04).
            03 ws-contador-embalagens              pic 9(05).
            03 ws-id-romaneio-aberto               pic x(01).
               88 ws-romaneio-aberto                   value "S".
               88 ws-romaneio-fechado                  value "N".

       01   lk-Street_Jusho.
            03 lk-id-ZipCode_Yubin                           pic x(01).
               88 lk-encontrou-ZipCode_Yubin                      value "S".
               88 lk-nao-encontrou-ZipCode_Yubin                  value "N".
            03 lk-id-Street_Jusho                    pic 9(09).
            03 lk-ZipCode_Yubin                              pic 9(08).
            03 lk-Address_Jusho                         pic x(55).
            03 lk-District_Chiku                           pic x(55).
            03 lk-City_Shichoson                        pic x(55).
            03 lk-uf                               pic x(02).
            03 lk-Country_Kuni                             pic x(55).

       01   f-Expedicao.
            03 f-Number-documento                  pic 9(09).
            03 f-Series-documento                   pic x(03).
            03 f-data-entrega                      pic 9(08).
            03 f-horario-entrega                   pic 9(06).
            03 f-Name_Namae-recebedor              pic x(40).
            03 f-Number-carga                      pic 9(09).
            03 f-cd-transportadora                 pic 9(04).
            03 f-razao-social-transportadora       pic x(55).
            03 f-cd-embalagem                      pic 9(09).
            03 f-qtde-embalagem                    pic 9(06).

      *>=================================================================================
       linkage section.
            03 line 15 col 59   pic 9(06) from f-horario-entrega.
            03 line 17 col 22   pic x(11) value "Recebedor:".
            03 line 17 col 34   pic x(40) from f-Name_Namae-recebedor.
            03 line 19 col 26   pic x(07) value "Carga:".
            03 line 19 col 34   pic 9(09) from f-Number-carga.
            03 line 21 col 18   pic x(15) value "Transportadora:".
            03 line 21 col 34   pic 9(04) from f-cd-transportadora.
            03 line 21 col 45   pic x(55) from f-razao-social-transportadora.
            03 line 23 col 12   pic x(21) value "Embalagem Retornavel:".
            03 line 23 col 34   pic 9(09) from f-cd-embalagem.
            03 line 23 col 50   pic x(08) value "Qtde:".
            03 line 23 col 59   pic 9(06) from f-qtde-embalagem.

      *>=================================================================================
       procedure division using lnk-par.
            initialize                             wf-FrameOptions

            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd03100
            perform 9000-Open_Akeru-io-pd05000
            perform 9000-Open_Akeru-i-pd05100
            perform 9000-Open_Akeru-io-pd12200
            perform 9000-Open_Akeru-io-pd17100

            set ws-romaneio-fechado                 to true

                     perform 2100-gerar-romaneio
                when 02
                     perform 2100-confirmar-entrega
                when 03
                     perform 2100-romaneio-carga
                when 05
                     perform 2100-Report_Entregas-Abertas
                when 99
                 exit section
            end-if

            perform 2200-abre-romaneio
            if   ws-romaneio-fechado
                 exit section
            end-if

            *> O expedidor informa as notas do carregamento; zeros encerra
            perform until exit

                      exit perform cycle
                 end-if

                 if   f05000-Number-romaneio greater zeros
                      string "Nota ja incluida no Romaneio " f05000-Number-romaneio "!" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform cycle
                 end-if

                 perform 2200-escreve-nota-romaneio
                 perform 2200-grava-nota-romaneio
                 add 1                              to ws-contador-notas

            end-perform

            perform 2200-fecha-romaneio

       exit.

      *>=================================================================================
      *> As paradas da carga planejada no CS30051C entram no Romaneio na
      *> sequencia de entrega sugerida
       2100-romaneio-carga section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-carga greater zeros or ws-tecla-Cancela
                 accept f-Number-carga at line 19 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
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
                 exit section
            end-if

            move "Confirm_Kakunin Romaneio da carga? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2200-abre-romaneio
            if   ws-romaneio-fechado
                 exit section
            end-if

            perform until not ws-OperationOK
                       or f17100-CompanyCode   not equal lnk-CompanyCode
                       or f17100-BranchCode    not equal lnk-BranchCode
                       or f17100-Number-carga  not equal f-Number-carga

                 if   f17100-carga-planejada
                      perform 2200-romaneia-parada
                 end-if

                 perform 9000-Read_Yomu-pd17100-nex
            end-perform

            perform 2200-fecha-romaneio

       exit.

      *>=================================================================================
      *> Nota cancelada ou ja romaneada depois do planejamento fica de fora
       2200-romaneia-parada section.

            move f17100-Number-documento            to f-Number-documento
            move f17100-Series-documento            to f-Series-documento
            perform 9000-Localiza-nota

            if   ws-OperationOK
            and  f05000-nota-emitida
            and  f05000-Number-romaneio equal zeros
                 perform 2200-escreve-nota-romaneio
                 perform 2200-grava-nota-romaneio
                 add 1                              to ws-contador-notas
                 set  f17100-carga-romaneada        to true
                 move ws-Number-romaneio            to f17100-Number-romaneio
            else
                 set  f17100-carga-cancelada        to true
            end-if

            perform 9000-Rewrite_Kakinaosu-pd17100
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f17100-Carga_Entrega - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-abre-romaneio section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\ROMANEIO_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-romaneio

            open output arq-romaneio
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Romaneio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set ws-romaneio-aberto                  to true
            move zeros                              to ws-contador-notas
                                                       ws-Seq-romaneio
                                                       ws-cd-transportadora-romaneio

            *> Numero do romaneio: as notas do carregamento ficam gravadas
            *> no pd12200 para o MDF-e (CS30043C) e o controle de entrega
            move zeros                              to ws-Number-romaneio
            initialize                             f12200-Romaneio
            move lnk-CompanyCode                    to f12200-CompanyCode
            move lnk-BranchCode                     to f12200-BranchCode
            move 999999999                         to f12200-Number-romaneio
            move 9999                              to f12200-Seq
            perform 9000-str-pd12200-ngrt
            perform 9000-Read_Yomu-pd12200-pre
            if   ws-OperationOK
            and  f12200-CompanyCode equal lnk-CompanyCode
            and  f12200-BranchCode  equal lnk-BranchCode
                 move f12200-Number-romaneio        to ws-Number-romaneio
            end-if
            add  1                                 to ws-Number-romaneio

            move spaces                             to rs-arq-romaneio
            string "ROMANEIO " ws-Number-romaneio " EMITIDO EM " ws-data-inv " " ws-Hours(01:06)
                   delimited by size into rs-arq-romaneio
            write rs-arq-romaneio

       exit.

      *>=================================================================================
       2200-fecha-romaneio section.

            if   ws-contador-notas greater zeros
                 perform 2200-embalagens-transportadora
            end-if

            close arq-romaneio
            set ws-romaneio-fechado                 to true

            if   ws-contador-notas equal zeros
                 move "Nenhuma nota incluida no Romaneio!" to ws-Message_Messeji
            else
                 string "Romaneio " ws-Number-romaneio " gerado com " ws-contador-notas " notas em " wid-arq-romaneio into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Pallets e demais embalagens retornaveis que seguem com a carga ficam
      *> em poder da transportadora ate o retorno (CS30055C)
       2200-embalagens-transportadora section.

            move "Registrar embalagens retornaveis com a transportadora? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 8000-ClearScreen

            move ws-cd-transportadora-romaneio      to f-cd-transportadora
            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 accept f-cd-transportadora at line 21 col 34 with update auto-skip

                 initialize                        f03100-transportadora
                 move lnk-CompanyCode               to f03100-CompanyCode
                 move lnk-BranchCode                to f03100-BranchCode
                 move f-cd-transportadora           to f03100-cd-transportadora
                 perform 9000-Read_Yomu-pd03100-ran
                 if   ws-OperationOK
                      move f03100-razao-social      to f-razao-social-transportadora
                      perform 8000-Screen_Gamen
                      exit perform
                 end-if

                 string "Transportadora nao cadastrada! [" f-cd-transportadora "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move zeros                              to ws-contador-embalagens

            *> Zeros no Product_Seihin encerra a digitacao
            perform until exit

                 move zeros                         to f-cd-embalagem
                                                       f-qtde-embalagem
                 perform 8000-Screen_Gamen

                 accept f-cd-embalagem at line 23 col 34 with update auto-skip
                 if   f-cd-embalagem equal zeros
                 or   ws-tecla-Cancela
                      exit perform
                 end-if

                 perform until f-qtde-embalagem greater zeros or ws-tecla-Cancela
                      accept f-qtde-embalagem at line 23 col 59 with update auto-skip
                 end-perform
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 initialize                        lw-Embalagem
                 move "T"                           to lw-Type-parceiro-embalagem
                 move f-cd-transportadora           to lw-cd-parceiro-embalagem
                 move f-cd-embalagem                to lw-ProductCode-embalagem
                 set  lw-remessa-embalagem          to true
                 move f-qtde-embalagem              to lw-qtde-embalagem
                 move ws-data-inv                   to lw-data-movimento-embalagem
                 move ws-Number-romaneio            to lw-Number-documento-embalagem
                 call c-movimento-embalagem using lnk-par lw-Embalagem
                 cancel c-movimento-embalagem

                 if   lw-embalagem-nao-cadastrada
                      string "Product_Seihin nao e embalagem retornavel! [" f-cd-embalagem "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform cycle
                 end-if

                 if   not lw-embalagem-registrada
                      string "Error_Eraa ao registrar embalagem [" f-cd-embalagem "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform cycle
                 end-if

                 if   ws-contador-embalagens equal zeros
                      move spaces                   to rs-arq-romaneio
                      write rs-arq-romaneio
                      move spaces                   to rs-arq-romaneio
                      string "EMBALAGENS RETORNAVEIS COM A TRANSPORTADORA " f-cd-transportadora
                             " - " f-razao-social-transportadora(1:40)
                             delimited by size into rs-arq-romaneio
                      write rs-arq-romaneio
                 end-if
                 add  1                             to ws-contador-embalagens

                 move spaces                        to rs-arq-romaneio
                 string "   PRODUTO " f-cd-embalagem " QTDE " f-qtde-embalagem
                        " SALDO COM A TRANSPORTADORA " lw-saldo-embalagem
                        delimited by size into rs-arq-romaneio
                 write rs-arq-romaneio

            end-perform

       exit.

      *>=================================================================================
       2200-escreve-nota-romaneio section.


       exit.

      *>=================================================================================
      *> A UF de destino vem da nota; sem ela, do endereco do cliente
       2200-grava-nota-romaneio section.

            add  1                                 to ws-Seq-romaneio

            initialize                             f12200-Romaneio
            move lnk-CompanyCode                    to f12200-CompanyCode
            move lnk-BranchCode                     to f12200-BranchCode
            move ws-Number-romaneio                to f12200-Number-romaneio
            move ws-Seq-romaneio                   to f12200-Seq
            move ws-data-inv                       to f12200-data-romaneio
            move ws-Hours(01:06)                   to f12200-horario-romaneio
            move f05000-Type-nota                  to f12200-Type-nota
            move f05000-Number-documento            to f12200-Number-documento
            move f05000-Series-documento             to f12200-Series-documento
            move f05000-cd-destinatario             to f12200-cd-destinatario
            move f05000-chave-acesso                to f12200-chave-acesso
            move f05000-peso-bruto                  to f12200-peso-bruto
            move f05000-Value-total                 to f12200-Value-total
            move f05000-cd-transportadora           to f12200-cd-transportadora
            if   f05000-cd-transportadora greater zeros
                 move f05000-cd-transportadora      to ws-cd-transportadora-romaneio
            end-if
            move function numval(lnk-UserID)        to f12200-UserID-operacao

            move f05000-uf-destino                  to f12200-uf-destino
            if   f12200-uf-destino equal spaces
                 initialize                        lk-Street_Jusho
                 move f01400-id-Street_Jusho        to lk-id-Street_Jusho
                 call c-pesquisar-ZipCode_Yubin using lnk-par lk-Street_Jusho
                 cancel c-pesquisar-ZipCode_Yubin
                 move lk-uf                         to f12200-uf-destino
            end-if

            perform 9000-Write_Kaku-pd12200
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f12200-Romaneio - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-Number-romaneio                 to f05000-Number-romaneio
            perform 9000-Rewrite_Kakinaosu-pd05000
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f05000 - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2100-confirmar-entrega section.

       3000-Finalization_Shuryo section.

            close pd01400
            close pd03100
            close pd05000
            close pd05100
            close pd12200
            close pd17100

       exit.
      *>=================================================================================
      *> 読み取り

       copy CSR01400.cpy.
       copy CSR03100.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR12200.cpy.
       copy CSR17100.cpy.
