      $set sourceformat"free"
       program-id. CS30052C.
      *>=================================================================================
      *>
      *>     Ocorrencias de Entrega da Transportadora - Importacao PROCEDA OCOREN
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS03100.cpy.
       copy CSS05000.cpy.
       copy CSS17200.cpy.

            select arq-ocoren assign to disk wid-arq-ocoren
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-excecoes assign to disk wid-arq-excecoes
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF03100.cpy.
       copy CSF05000.cpy.
       copy CSF17200.cpy.

      *> Layout PROCEDA OCOREN 3.0A - registros de 120 posicoes
       fd   arq-ocoren.

       01   rs-arq-ocoren.
            03 rs-oc-id-registro                   pic x(03).
               88 rs-oc-registro-transportadora        value "341".
               88 rs-oc-registro-ocorrencia            value "342".
            03 filler                              pic x(117).

       01   rs-oc-transportadora.
            03 filler                              pic x(03).
            03 rs-oc-cnpj-transportadora           pic 9(14).
            03 rs-oc-razao-social                  pic x(40).
            03 filler                              pic x(63).

       01   rs-oc-ocorrencia.
            03 filler                              pic x(03).
            03 rs-oc-cnpj-emissor                  pic 9(14).
            03 rs-oc-Series-documento              pic x(03).
            03 rs-oc-Number-documento              pic 9(08).
            03 rs-oc-cd-ocorrencia                 pic 9(02).
            03 rs-oc-data-ocorrencia.
               05 rs-oc-dia-ocorrencia             pic 9(02).
               05 rs-oc-mes-ocorrencia             pic 9(02).
               05 rs-oc-ano-ocorrencia             pic 9(04).
            03 rs-oc-horario-ocorrencia            pic 9(04).
            03 rs-oc-cd-observacao                 pic 9(02).
            03 rs-oc-texto-ocorrencia              pic x(70).
            03 filler                              pic x(06).

       fd   arq-excecoes.

       01   rs-arq-excecoes                        pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30052C".
       78   c-ProgramDesc                   value "OCORRENCIAS DE ENTREGA".
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-ocoren                      pic x(200).
            03 wid-arq-excecoes                    pic x(200).
            03 ws-cnpj-transportadora              pic 9(14).
            03 ws-Seq-ocorrencia                   pic 9(04).
            03 ws-contador-lidas                   pic 9(05).
            03 ws-contador-gravadas                pic 9(05).
            03 ws-contador-entregas                pic 9(05).
            03 ws-contador-excecoes                pic 9(05).
            03 ws-contador-rejeitadas              pic 9(05).
            03 ws-contador-Report_Repoto           pic 9(05).
            03 ws-data-ocorrencia.
               05 ws-ano-ocorrencia                pic 9(04).
               05 ws-mes-ocorrencia                pic 9(02).
               05 ws-dia-ocorrencia                pic 9(02).
            03 ws-data-ocorrencia-n redefines ws-data-ocorrencia
                                                   pic 9(08).
            03 ws-cd-ocorrencia                    pic 9(02).
            03 ws-Desc-ocorrencia                  pic x(40).
            03 ws-Desc-rejeicao                    pic x(40).
            03 ws-id-classe-ocorrencia             pic x(01).
               88 ws-ocorrencia-entrega                 value "E".
               88 ws-ocorrencia-excecao                 value "X".
               88 ws-ocorrencia-informativa             value "I".
            03 ws-id-ocorrencia-repetida           pic x(01).
               88 ws-ocorrencia-repetida                value "S".
               88 ws-ocorrencia-nova                    value "N".

       01   f-Ocorrencia.
            03 f-Number-documento                  pic 9(09).
            03 f-Series-documento                  pic x(03).
            03 f-data-importacao                   pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Ocorrencia.
            03 line 11 col 17   pic x(16) value "Number_documento:".
            03 line 11 col 34   pic 9(09) from f-Number-documento.
            03 line 11 col 50   pic x(08) value "Serie:".
            03 line 11 col 59   pic x(03) from f-Series-documento.
            03 line 13 col 14   pic x(19) value "Data da Importacao:".
            03 line 13 col 34   pic 9(08) from f-data-importacao.

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

            perform 9000-Open_Akeru-i-pd03100
            perform 9000-Open_Akeru-io-pd05000
            perform 9000-Open_Akeru-io-pd17200

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
                     perform 2100-Importar-Ocoren
                when 02
                     perform 2100-Query_Shokai
                when 05
                     perform 2100-Report_Excecoes
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Importa o OCOREN da transportadora: cada ocorrencia (342) e localizada
      *> pela nota e pelo CNPJ da transportadora do registro 341 e gravada no
      *> historico; a entrega realizada confirma a nota e as excecoes e as
      *> ocorrencias rejeitadas saem no relatorio para o atendimento
       2100-Importar-Ocoren section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            string lnk-tmp-path delimited by "  " "\OCOREN.TXT" into wid-arq-ocoren

            open input arq-ocoren
            if   not ws-OperationOK
                 string "Arquivo OCOREN no encontrado [" wid-arq-ocoren "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\OCOREN_EXCECOES_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-excecoes
            open output arq-excecoes
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 close arq-ocoren
                 exit section
            end-if

            move spaces                             to rs-arq-excecoes
            string "EXCECOES DE ENTREGA - OCOREN IMPORTADO EM " ws-data-inv " " ws-Hours(01:06)
                   delimited by size into rs-arq-excecoes
            write rs-arq-excecoes
            move spaces                             to rs-arq-excecoes
            write rs-arq-excecoes

            move zeros                              to ws-contador-lidas
                                                       ws-contador-gravadas
                                                       ws-contador-entregas
                                                       ws-contador-excecoes
                                                       ws-contador-rejeitadas
                                                       ws-cnpj-transportadora

            read arq-ocoren next
            perform until not ws-OperationOK

                 evaluate true
                     when rs-oc-registro-transportadora
                          move rs-oc-cnpj-transportadora to ws-cnpj-transportadora
                     when rs-oc-registro-ocorrencia
                          add  1                    to ws-contador-lidas
                          perform 2200-processa-ocorrencia
                 end-evaluate

                 read arq-ocoren next
            end-perform

            close arq-ocoren

            if   ws-contador-excecoes equal zeros
            and  ws-contador-rejeitadas equal zeros
                 move "   NENHUMA EXCECAO NO ARQUIVO" to rs-arq-excecoes
                 write rs-arq-excecoes
            end-if

            close arq-excecoes

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "OCOREN " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-excecoes                   to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-lidas " ocorrencias, " ws-contador-entregas " entregas, "
                   ws-contador-excecoes " excecoes, " ws-contador-rejeitadas " rejeitadas"
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-processa-ocorrencia section.

            move rs-oc-ano-ocorrencia               to ws-ano-ocorrencia
            move rs-oc-mes-ocorrencia               to ws-mes-ocorrencia
            move rs-oc-dia-ocorrencia               to ws-dia-ocorrencia
            move rs-oc-cd-ocorrencia                to ws-cd-ocorrencia

            perform 9000-classifica-ocorrencia

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move 01                                to f05000-Type-nota
            move rs-oc-Number-documento             to f05000-Number-documento
            move rs-oc-Series-documento             to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            if   not ws-OperationOK
                 move "NOTA NAO LOCALIZADA"         to ws-Desc-rejeicao
                 perform 2200-imprime-rejeicao
                 exit section
            end-if

            *> A ocorrencia so vale para a transportadora que levou a nota
            initialize                             f03100-transportadora
            move lnk-CompanyCode                    to f03100-CompanyCode
            move lnk-BranchCode                     to f03100-BranchCode
            move f05000-cd-transportadora           to f03100-cd-transportadora
            perform 9000-Read_Yomu-pd03100-ran
            if   not ws-OperationOK
            or   f03100-cnpj not equal ws-cnpj-transportadora
                 move "TRANSPORTADORA DIVERGENTE DA NOTA" to ws-Desc-rejeicao
                 perform 2200-imprime-rejeicao
                 exit section
            end-if

            perform 2200-grava-ocorrencia
            if   ws-ocorrencia-repetida
                 exit section
            end-if

            evaluate true
                when ws-ocorrencia-entrega
                     perform 2200-confirma-entrega
                when ws-ocorrencia-excecao
                     perform 2200-imprime-excecao
            end-evaluate

       exit.

      *>=================================================================================
      *> Historico da nota; a mesma ocorrencia reenviada em outro arquivo no
      *> e gravada de novo
       2200-grava-ocorrencia section.

            set  ws-ocorrencia-nova                 to true
            move zeros                              to ws-Seq-ocorrencia

            initialize                             f17200-Ocorrencia_Entrega
            move f05000-CompanyCode                 to f17200-CompanyCode
            move f05000-BranchCode                  to f17200-BranchCode
            move f05000-Type-nota                   to f17200-Type-nota
            move f05000-Number-documento            to f17200-Number-documento
            move f05000-Series-documento            to f17200-Series-documento
            move zeros                             to f17200-Seq-ocorrencia
            perform 9000-str-pd17200-grt
            perform 9000-Read_Yomu-pd17200-nex
            perform until not ws-OperationOK
                       or f17200-CompanyCode       not equal f05000-CompanyCode
                       or f17200-BranchCode        not equal f05000-BranchCode
                       or f17200-Type-nota         not equal f05000-Type-nota
                       or f17200-Number-documento  not equal f05000-Number-documento
                       or f17200-Series-documento  not equal f05000-Series-documento

                 move f17200-Seq-ocorrencia         to ws-Seq-ocorrencia
                 if   f17200-cd-ocorrencia      equal rs-oc-cd-ocorrencia
                 and  f17200-data-ocorrencia    equal ws-data-ocorrencia-n
                 and  f17200-horario-ocorrencia equal rs-oc-horario-ocorrencia
                      set  ws-ocorrencia-repetida   to true
                      exit section
                 end-if

                 perform 9000-Read_Yomu-pd17200-nex
            end-perform

            initialize                             f17200-Ocorrencia_Entrega
            move f05000-CompanyCode                 to f17200-CompanyCode
            move f05000-BranchCode                  to f17200-BranchCode
            move f05000-Type-nota                   to f17200-Type-nota
            move f05000-Number-documento            to f17200-Number-documento
            move f05000-Series-documento            to f17200-Series-documento
            add  1                                  to ws-Seq-ocorrencia
            move ws-Seq-ocorrencia                  to f17200-Seq-ocorrencia
            move f05000-cd-transportadora           to f17200-cd-transportadora
            move ws-cnpj-transportadora             to f17200-cnpj-transportadora
            move rs-oc-cd-ocorrencia                to f17200-cd-ocorrencia
            move ws-data-ocorrencia-n               to f17200-data-ocorrencia
            move rs-oc-horario-ocorrencia           to f17200-horario-ocorrencia
            move rs-oc-cd-observacao                to f17200-cd-observacao
            move rs-oc-texto-ocorrencia             to f17200-texto-ocorrencia
            move ws-id-classe-ocorrencia            to f17200-id-classe-ocorrencia
            move f05000-cd-destinatario             to f17200-cd-destinatario
            move ws-data-inv                        to f17200-data-importacao
            move function numval(lnk-UserID)        to f17200-UserID-operacao

            perform 9000-Write_Kaku-pd17200
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f17200-Ocorrencia_Entrega - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-ocorrencia-repetida        to true
                 exit section
            end-if

            add  1                                  to ws-contador-gravadas

       exit.

      *>=================================================================================
      *> Mesmo registro da confirmacao manual do CS30009C; o recebedor vem do
      *> texto livre da ocorrencia
       2200-confirma-entrega section.

            add  1                                  to ws-contador-entregas

            if   f05000-data-entrega greater zeros
                 exit section
            end-if

            move ws-data-ocorrencia-n               to f05000-data-entrega
            move zeros                              to f05000-horario-entrega
            move rs-oc-horario-ocorrencia           to f05000-horario-entrega(01:04)
            if   rs-oc-texto-ocorrencia equal spaces
                 move "CONFIRMADO PELA TRANSPORTADORA" to f05000-Name_Namae-recebedor
            else
                 move rs-oc-texto-ocorrencia        to f05000-Name_Namae-recebedor
            end-if

            perform 9000-Rewrite_Kakinaosu-pd05000
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f05000-mestre-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-imprime-excecao section.

            add  1                                  to ws-contador-excecoes

            move spaces                             to rs-arq-excecoes
            string "NOTA " f05000-Number-documento "/" f05000-Series-documento
                   " CLIENTE " f05000-cd-destinatario
                   " EM " ws-data-ocorrencia-n " " rs-oc-horario-ocorrencia
                   " OCORRENCIA " rs-oc-cd-ocorrencia " " ws-Desc-ocorrencia
                   delimited by size into rs-arq-excecoes
            write rs-arq-excecoes

            if   rs-oc-texto-ocorrencia not equal spaces
                 move spaces                        to rs-arq-excecoes
                 string "   " rs-oc-texto-ocorrencia
                        delimited by size into rs-arq-excecoes
                 write rs-arq-excecoes
            end-if

       exit.

      *>=================================================================================
       2200-imprime-rejeicao section.

            add  1                                  to ws-contador-rejeitadas

            move spaces                             to rs-arq-excecoes
            string "NOTA " rs-oc-Number-documento "/" rs-oc-Series-documento
                   " CNPJ " ws-cnpj-transportadora
                   " OCORRENCIA " rs-oc-cd-ocorrencia
                   " REJEITADA: " ws-Desc-rejeicao
                   delimited by size into rs-arq-excecoes
            write rs-arq-excecoes

       exit.

      *>=================================================================================
      *> Tabela de ocorrencias PROCEDA: entrega realizada confirma a nota;
      *> recusa, avaria, endereco e demais impedimentos sao excecoes
       9000-classifica-ocorrencia section.

            set  ws-ocorrencia-excecao              to true

            evaluate ws-cd-ocorrencia
                when 00
                     move "PROCESSO DE TRANSPORTE INICIADO" to ws-Desc-ocorrencia
                     set  ws-ocorrencia-informativa to true
                when 01
                     move "ENTREGA REALIZADA NORMALMENTE" to ws-Desc-ocorrencia
                     set  ws-ocorrencia-entrega     to true
                when 02
                     move "ENTREGA FORA DA DATA PROGRAMADA" to ws-Desc-ocorrencia
                     set  ws-ocorrencia-entrega     to true
                when 03
                     move "RECUSA POR FALTA DE PEDIDO DE COMPRA" to ws-Desc-ocorrencia
                when 04
                     move "RECUSA POR PEDIDO DE COMPRA CANCELADO" to ws-Desc-ocorrencia
                when 05
                     move "FALTA DE ESPACO FISICO NO DEPOSITO" to ws-Desc-ocorrencia
                when 06
                     move "ENDERECO DO DESTINATARIO NAO LOCALIZADO" to ws-Desc-ocorrencia
                when 07
                     move "DEVOLUCAO NAO AUTORIZADA PELO CLIENTE" to ws-Desc-ocorrencia
                when 08
                     move "PRECO DA MERCADORIA EM DESACORDO" to ws-Desc-ocorrencia
                when 09
                     move "MERCADORIA EM DESACORDO COM O PEDIDO" to ws-Desc-ocorrencia
                when 10
                     move "DESTINATARIO SO RECEBE COM FRETE PAGO" to ws-Desc-ocorrencia
                when 11
                     move "RECUSA POR DEFICIENCIA DA EMBALAGEM" to ws-Desc-ocorrencia
                when 13
                     move "TRANSPORTADORA NAO ATENDE A CIDADE" to ws-Desc-ocorrencia
                when 14
                     move "MERCADORIA SINISTRADA" to ws-Desc-ocorrencia
                when 15
                     move "EMBALAGEM SINISTRADA" to ws-Desc-ocorrencia
                when 19
                     move "REENTREGA SOLICITADA PELO CLIENTE" to ws-Desc-ocorrencia
                when 21
                     move "ESTABELECIMENTO FECHADO" to ws-Desc-ocorrencia
                when 22
                     move "DESTINATARIO AUSENTE" to ws-Desc-ocorrencia
                when 91
                     move "MERCADORIA EM TRANSITO" to ws-Desc-ocorrencia
                     set  ws-ocorrencia-informativa to true
                when 92
                     move "CHEGADA NA FILIAL DE DESTINO" to ws-Desc-ocorrencia
                     set  ws-ocorrencia-informativa to true
                when 93
                     move "SAIU PARA ENTREGA" to ws-Desc-ocorrencia
                     set  ws-ocorrencia-informativa to true
                when other
                     move "OCORRENCIA NAO TIPIFICADA" to ws-Desc-ocorrencia
            end-evaluate

       exit.

      *>=================================================================================
      *> Historico de ocorrencias de uma nota
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-documento greater zeros or ws-tecla-Cancela
                 accept f-Number-documento at line 11 col 34 with update auto-skip
            end-perform

            perform until f-Series-documento <> spaces or ws-tecla-Cancela
                 accept f-Series-documento at line 11 col 59 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f17200-Ocorrencia_Entrega
            move lnk-CompanyCode                    to f17200-CompanyCode
            move lnk-BranchCode                     to f17200-BranchCode
            move 01                                to f17200-Type-nota
            move f-Number-documento                 to f17200-Number-documento
            move f-Series-documento                 to f17200-Series-documento
            move zeros                             to f17200-Seq-ocorrencia
            perform 9000-str-pd17200-grt
            perform 9000-Read_Yomu-pd17200-nex
            if   not ws-OperationOK
            or   f17200-CompanyCode      not equal lnk-CompanyCode
            or   f17200-BranchCode       not equal lnk-BranchCode
            or   f17200-Type-nota        not equal 01
            or   f17200-Number-documento not equal f-Number-documento
            or   f17200-Series-documento not equal f-Series-documento
                 move "Nenhuma ocorrencia para a nota!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform until not ws-OperationOK
                       or f17200-CompanyCode      not equal lnk-CompanyCode
                       or f17200-BranchCode       not equal lnk-BranchCode
                       or f17200-Type-nota        not equal 01
                       or f17200-Number-documento not equal f-Number-documento
                       or f17200-Series-documento not equal f-Series-documento

                 move f17200-cd-ocorrencia          to ws-cd-ocorrencia
                 perform 9000-classifica-ocorrencia
                 string f17200-data-ocorrencia " " f17200-horario-ocorrencia
                        " " f17200-cd-ocorrencia " " ws-Desc-ocorrencia
                        " " f17200-texto-ocorrencia(1:30)
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 perform 9000-Read_Yomu-pd17200-nex
            end-perform

       exit.

      *>=================================================================================
      *> Excecoes gravadas numa data de importacao, para o atendimento
       2100-Report_Excecoes section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            accept f-data-importacao               from date yyyymmdd
            accept f-data-importacao at line 13 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\OCORRENCIAS_EXCECAO_" f-data-importacao "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-excecoes
            open output arq-excecoes
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-excecoes
            string "EXCECOES DE ENTREGA IMPORTADAS EM " f-data-importacao
                   delimited by size into rs-arq-excecoes
            write rs-arq-excecoes
            move spaces                             to rs-arq-excecoes
            write rs-arq-excecoes

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f17200-Ocorrencia_Entrega
            move lnk-CompanyCode                    to f17200-CompanyCode
            move lnk-BranchCode                     to f17200-BranchCode
            move f-data-importacao                  to f17200-data-importacao
            perform 9000-str-pd17200-nlss-1
            perform 9000-Read_Yomu-pd17200-nex
            perform until not ws-OperationOK
                       or f17200-CompanyCode      not equal lnk-CompanyCode
                       or f17200-BranchCode       not equal lnk-BranchCode
                       or f17200-data-importacao  not equal f-data-importacao

                 if   f17200-ocorrencia-excecao
                      add  1                        to ws-contador-Report_Repoto
                      move f17200-cd-ocorrencia     to ws-cd-ocorrencia
                      perform 9000-classifica-ocorrencia
                      move spaces                   to rs-arq-excecoes
                      string "NOTA " f17200-Number-documento "/" f17200-Series-documento
                             " CLIENTE " f17200-cd-destinatario
                             " TRANSP " f17200-cd-transportadora
                             " EM " f17200-data-ocorrencia " " f17200-horario-ocorrencia
                             " OCORRENCIA " f17200-cd-ocorrencia " " ws-Desc-ocorrencia
                             delimited by size into rs-arq-excecoes
                      write rs-arq-excecoes
                 end-if

                 perform 9000-Read_Yomu-pd17200-nex
            end-perform

            if   ws-contador-Report_Repoto equal zeros
                 move "   NENHUMA EXCECAO NA DATA"  to rs-arq-excecoes
                 write rs-arq-excecoes
            end-if

            close arq-excecoes

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "EXCECOES " f-data-importacao delimited by size into lw-ds-parametros-spool
            move wid-arq-excecoes                   to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " excecoes em " wid-arq-excecoes into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd03100
            close pd05000
            close pd17200

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Ocorrencia

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Ocorrencia

            perform 9000-StandardFrame
            display frm-Ocorrencia

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR03100.cpy.
       copy CSR05000.cpy.
       copy CSR17200.cpy.
