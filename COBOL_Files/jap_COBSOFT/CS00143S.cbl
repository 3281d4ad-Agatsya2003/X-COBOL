      $set sourceformat"free"
       program-id. CS00143S.
      *>=================================================================================
      *>
      *>     Feed de Estoque e Preco para Loja Virtual e Marketplaces (Canais)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS10550.cpy.
       copy CSS19400.cpy.
       copy CSS19500.cpy.
       copy CSS19600.cpy.

            select arq-feed assign to disk wid-arq-feed
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF10550.cpy.
       copy CSF19400.cpy.
       copy CSF19500.cpy.
       copy CSF19600.cpy.

       fd   arq-feed.

       01   rs-arq-feed                            pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00143S".
       78   c-ProgramDesc                   value "FEED DE ESTOQUE E PRECO - CANAIS".

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 wid-arq-feed                        pic x(200).
            03 ws-parametro-modo                   pic x(12).
            03 ws-parametro-canal                  pic x(03).
            03 ws-cd-canal-solicitado              pic 9(03).
            03 ws-modo-feed                        pic x(01).
               88 ws-feed-alteracoes                   value "A".
               88 ws-feed-esgotados                    value "E".
               88 ws-feed-completo                     value "C".
            03 ws-id-arquivo-feed                  pic x(01).
               88 ws-feed-aberto                       value "S".
               88 ws-feed-fechado                      value "N".
            03 ws-id-envio-produto                 pic x(01).
               88 ws-envia-produto                     value "S".
               88 ws-mantem-produto                    value "N".
            03 ws-id-preco                         pic x(01).
               88 ws-preco-encontrado                  value "S".
               88 ws-preco-inexistente                 value "N".
            03 ws-id-esgotado-agora                pic x(01).
               88 ws-esgotado-agora                    value "S".
               88 ws-disponivel-agora                  value "N".
            03 ws-situacao-item                    pic x(10).
            03 ws-data-envio                       pic 9(08).
            03 ws-horario-envio                    pic 9(06).
            03 ws-seq-arquivo                      pic 9(06).
            03 ws-qtde-canal                       pic s9(09)v9(04).
            03 ws-preco-canal                      pic 9(09)v9(02).
            03 ws-ean                              pic 9(13).
            03 ws-feed-qtde                        pic -9(09),9999.
            03 ws-feed-preco                       pic 9(09),99.
            03 ws-qtde-registros-envio             pic 9(07).
            03 ws-qtde-esgotados-envio             pic 9(07).
            03 ws-contador-canais                  pic 9(05).
            03 ws-contador-arquivos                pic 9(05).
            03 ws-contador-registros               pic 9(07).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

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
      *> Parametro do job: modo (ALTERACOES, ESGOTADOS ou COMPLETO) e,
      *> opcionalmente, o codigo do canal; sem canal processa todos os
      *> canais ativos da Company_Kaisha
       1000-Initialization_Shokika section.

            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-i-pd10550
            perform 9000-Open_Akeru-io-pd19400
            perform 9000-Open_Akeru-io-pd19500
            perform 9000-Open_Akeru-io-pd19600

            move spaces                             to ws-parametro-modo
                                                       ws-parametro-canal
            unstring lnk-Line_Gyou-comando delimited by all spaces
                into ws-parametro-modo ws-parametro-canal
            end-unstring

            move function upper-case(ws-parametro-modo) to ws-parametro-modo
            evaluate ws-parametro-modo
                when "ESGOTADOS"
                     set  ws-feed-esgotados         to true
                when "COMPLETO"
                     set  ws-feed-completo          to true
                when other
                     set  ws-feed-alteracoes        to true
            end-evaluate

            if   ws-parametro-canal is numeric
                 move ws-parametro-canal            to ws-cd-canal-solicitado
            else
                 move zeros                         to ws-cd-canal-solicitado
            end-if

            accept ws-data-envio                   from date yyyymmdd
            accept ws-Hours                        from time
            move ws-Hours(01:06)                    to ws-horario-envio

            move zeros                              to ws-contador-canais
                                                       ws-contador-arquivos
                                                       ws-contador-registros

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

            initialize                             f19400-Canal_Venda
            move lnk-CompanyCode                    to f19400-CompanyCode
            move ws-cd-canal-solicitado             to f19400-cd-canal
            perform 9000-str-pd19400-grt
            perform 9000-Read_Yomu-pd19400-nex

            perform until not ws-OperationOK
                       or f19400-CompanyCode not equal lnk-CompanyCode

                 if   ws-cd-canal-solicitado greater zeros
                 and  f19400-cd-canal not equal ws-cd-canal-solicitado
                      exit perform
                 end-if

                 if   f19400-canal-ativo
                      add  1                        to ws-contador-canais
                      perform 2100-processa-canal
                 end-if

                 perform 9000-Read_Yomu-pd19400-nex
            end-perform

            if   not lnk-execucao-background
                 string "Feed dos canais: " ws-contador-canais " canais, "
                        ws-contador-arquivos " arquivos enviados, "
                        ws-contador-registros " produtos." into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> O arquivo do canal so e aberto quando ha produto a enviar: sem
      *> alteracao nao ha arquivo nem registro no log de envios
       2100-processa-canal section.

            set  ws-feed-fechado                    to true
            move zeros                              to ws-qtde-registros-envio
                                                       ws-qtde-esgotados-envio

            initialize                             f19500-Produto_Canal
            move f19400-CompanyCode                 to f19500-CompanyCode
            move f19400-cd-canal                    to f19500-cd-canal
            move zeros                              to f19500-ProductCode
            perform 9000-str-pd19500-grt
            perform 9000-Read_Yomu-pd19500-nex

            perform until not ws-OperationOK
                       or f19500-CompanyCode not equal f19400-CompanyCode
                       or f19500-cd-canal    not equal f19400-cd-canal

                 evaluate true
                     when f19500-produto-publicado
                          perform 2200-avalia-produto
                     *> Produto retirado do canal ainda a venda la: vai
                     *> uma ultima vez com quantidade zero
                     when f19500-produto-despublicado
                      and f19500-produto-disponivel
                          move zeros                to ws-qtde-canal
                          move f19500-Value-enviado to ws-preco-canal
                          set  ws-esgotado-agora    to true
                          move "INATIVO"            to ws-situacao-item
                          perform 2300-envia-produto
                 end-evaluate

                 perform 9000-Read_Yomu-pd19500-nex
            end-perform

            if   ws-feed-aberto
                 perform 2400-fecha-envio
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Produto sem preco vigente na tabela do canal vai como esgotado:
      *> o canal nao pode vender sem preco. No modo ESGOTADOS segue
      *> somente o produto que acabou de zerar
       2200-avalia-produto section.

            perform 2210-calcula-estoque
            perform 2220-busca-preco

            if   ws-preco-inexistente
                 move zeros                         to ws-qtde-canal
            end-if

            if   ws-qtde-canal greater zeros
                 set  ws-disponivel-agora           to true
                 move "DISPONIVEL"                  to ws-situacao-item
            else
                 move zeros                         to ws-qtde-canal
                 set  ws-esgotado-agora             to true
                 move "ESGOTADO"                    to ws-situacao-item
            end-if

            set  ws-mantem-produto                  to true

            evaluate true
                when ws-feed-completo
                     set  ws-envia-produto          to true
                when ws-feed-esgotados
                     if   ws-esgotado-agora
                     and  (f19500-produto-disponivel
                      or   f19500-data-envio equal zeros)
                          set  ws-envia-produto     to true
                     end-if
                when other
                     if   f19500-data-envio    equal zeros
                     or   f19500-qtde-enviada  not equal ws-qtde-canal
                     or   f19500-Value-enviado not equal ws-preco-canal
                          set  ws-envia-produto     to true
                     end-if
            end-evaluate

            if   ws-envia-produto
                 perform 2300-envia-produto
            end-if

       exit.

      *>=================================================================================
      *> Disponivel do canal: disponivel menos reservado de todos os
      *> armazens da filial de estoque do canal, menos a margem de seguranca
       2210-calcula-estoque section.

            move zeros                              to ws-qtde-canal

            initialize                             f06000-Stock_Zaiko
            move f19400-CompanyCode                 to f06000-CompanyCode
            move f19400-BranchCode-estoque          to f06000-BranchCode
            move f19500-ProductCode                 to f06000-ProductCode
            move zeros                              to f06000-ArmazemCode
            perform 9000-str-pd06000-grt
            perform 9000-Read_Yomu-pd06000-nex

            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal f19400-CompanyCode
                       or f06000-BranchCode  not equal f19400-BranchCode-estoque
                       or f06000-ProductCode not equal f19500-ProductCode

                 compute ws-qtde-canal = ws-qtde-canal
                                       + f06000-qtde-disponivel
                                       - f06000-qtde-reservada

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

            subtract f19400-qtde-seguranca         from ws-qtde-canal

            if   ws-qtde-canal less zeros
                 move zeros                         to ws-qtde-canal
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Preco vigente do produto na tabela de preco do canal
       2220-busca-preco section.

            set  ws-preco-inexistente               to true
            move zeros                              to ws-preco-canal

            initialize                             f10550-Preco_Tabela
            move f19400-CompanyCode                 to f10550-CompanyCode
            move f19400-BranchCode-tabela           to f10550-BranchCode
            move f19400-cd-tabela                   to f10550-cd-tabela
            move f19500-ProductCode                 to f10550-ProductCode
            move ws-data-envio                      to f10550-data-vigencia
            perform 9000-str-pd10550-ngrt
            perform 9000-Read_Yomu-pd10550-pre
            if   ws-OperationOK
            and  f10550-CompanyCode equal f19400-CompanyCode
            and  f10550-BranchCode  equal f19400-BranchCode-tabela
            and  f10550-cd-tabela   equal f19400-cd-tabela
            and  f10550-ProductCode equal f19500-ProductCode
                 set  ws-preco-encontrado           to true
                 move f10550-vl-unitario            to ws-preco-canal
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       2300-envia-produto section.

            if   ws-feed-fechado
                 perform 2310-abre-envio
            end-if

            initialize                             f01800-Product_Seihin
            move f19400-CompanyCode                 to f01800-CompanyCode
            move f19400-BranchCode-estoque          to f01800-BranchCode
            move f19500-ProductCode                 to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-ean                    to ws-ean
            else
                 move zeros                         to ws-ean
            end-if

            move ws-qtde-canal                      to ws-feed-qtde
            move ws-preco-canal                     to ws-feed-preco

            move spaces                             to rs-arq-feed
            string f19400-cd-canal ";" f19500-ProductCode ";" ws-ean ";"
                   function trim(ws-feed-qtde) ";" function trim(ws-feed-preco) ";"
                   function trim(ws-situacao-item) ";" ws-data-envio ws-horario-envio
                   delimited by size into rs-arq-feed
            write rs-arq-feed

            add  1                                  to ws-qtde-registros-envio
            if   ws-esgotado-agora
                 add  1                             to ws-qtde-esgotados-envio
            end-if

            *> Posicao enviada fica no produto do canal para a proxima
            *> comparacao e para a conciliacao com o canal
            move ws-qtde-canal                      to f19500-qtde-enviada
            move ws-preco-canal                     to f19500-Value-enviado
            if   ws-esgotado-agora
                 set  f19500-produto-esgotado       to true
            else
                 set  f19500-produto-disponivel     to true
            end-if
            move ws-data-envio                      to f19500-data-envio
            move ws-horario-envio                   to f19500-horario-envio
            move ws-seq-arquivo                     to f19500-seq-arquivo-envio
            perform 9000-Rewrite_Kakinaosu-pd19500
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f19500-Produto_Canal - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Arquivo na pasta de envio do canal, numerado pela sequencia de
      *> arquivos do canal
       2310-abre-envio section.

            compute ws-seq-arquivo = f19400-seq-arquivo + 1

            move spaces                             to wid-arq-feed
            if   f19400-pasta-envio equal spaces
                 string lnk-int-path delimited by "  "
                        "\ESTOQUE_" f19400-cd-canal "_" ws-seq-arquivo "_" ws-modo-feed ".CSV" delimited by size
                        into wid-arq-feed
            else
                 string f19400-pasta-envio delimited by "  "
                        "\ESTOQUE_" f19400-cd-canal "_" ws-seq-arquivo "_" ws-modo-feed ".CSV" delimited by size
                        into wid-arq-feed
            end-if

            open output arq-feed
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu do canal " f19400-cd-canal " - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            move "CANAL;PRODUTO;EAN;QUANTIDADE;PRECO;SITUACAO;DATA_HORA" to rs-arq-feed
            write rs-arq-feed

            set  ws-feed-aberto                     to true

       exit.

      *>=================================================================================
      *> Todo arquivo enviado fica no log de envios do canal para a
      *> conciliacao com o que o canal recebeu
       2400-fecha-envio section.

            close arq-feed
            set  ws-feed-fechado                    to true

            initialize                             f19600-Log_Envio_Canal
            move f19400-CompanyCode                 to f19600-CompanyCode
            move f19400-cd-canal                    to f19600-cd-canal
            move ws-seq-arquivo                     to f19600-seq-arquivo
            move ws-data-envio                      to f19600-data-envio
            move ws-horario-envio                   to f19600-horario-envio
            move ws-modo-feed                       to f19600-Type-envio
            move wid-arq-feed                       to f19600-arquivo-envio
            move ws-qtde-registros-envio            to f19600-qtde-registros
            move ws-qtde-esgotados-envio            to f19600-qtde-esgotados
            set  f19600-envio-gerado                to true
            perform 9000-Write_Kaku-pd19600
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f19600-Log_Envio_Canal - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move ws-seq-arquivo                     to f19400-seq-arquivo
            move ws-data-envio                      to f19400-data-ultimo-envio
            move ws-horario-envio                   to f19400-horario-ultimo-envio
            perform 9000-Rewrite_Kakinaosu-pd19400
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f19400-Canal_Venda - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            add  1                                  to ws-contador-arquivos
            add  ws-qtde-registros-envio            to ws-contador-registros

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd06000
            close pd10550
            close pd19400
            close pd19500
            close pd19600

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR06000.cpy.
       copy CSR10550.cpy.
       copy CSR19400.cpy.
       copy CSR19500.cpy.
       copy CSR19600.cpy.
