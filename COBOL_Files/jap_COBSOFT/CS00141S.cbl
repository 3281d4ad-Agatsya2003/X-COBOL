      $set sourceformat"free"
       program-id. CS00141S.
      *>=================================================================================
      *>
      *>        Relatorio de Textos sem Traducao (Japones / Ingles)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00000.cpy.
       copy CSS00100.cpy.
       copy CSS19200.cpy.

            select arq-traducao assign to disk wid-arq-traducao
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00000.cpy.
       copy CSF00100.cpy.
       copy CSF19200.cpy.

       fd   arq-traducao.

       01   rs-arq-traducao                        pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00141S".
       78   c-ProgramDesc                   value "TEXTOS SEM TRADUCAO".

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-traducao                    pic x(200).
            03 ws-chave-base                       pic x(123).
            03 ws-texto-base                       pic x(560).
            03 ws-qtde-ocorrencias                 pic 9(07).
            03 ws-id-falta-ja                      pic x(01).
               88 ws-falta-ja                          value "S".
            03 ws-id-falta-en                      pic x(01).
               88 ws-falta-en                          value "S".
            03 ws-idiomas-pendentes                pic x(05).
            03 ws-contador-incluidos               pic 9(07).
            03 ws-contador-pendentes               pic 9(07).
            03 ws-contador-falta-ja                pic 9(07).
            03 ws-contador-falta-en                pic 9(07).

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
       1000-Initialization_Shokika section.

            perform 9000-Open_Akeru-i-pd00000
            perform 9000-Open_Akeru-io-pd00100
            perform 9000-Open_Akeru-io-pd19200

            move zeros                              to ws-contador-incluidos
            move zeros                              to ws-contador-pendentes
            move zeros                              to ws-contador-falta-ja
            move zeros                              to ws-contador-falta-en

       exit.

      *>=================================================================================
      *> Titulos de programa e descricoes de menu ja cadastrados entram
      *> como texto base antes da listagem, mesmo que nunca exibidos a um
      *> Usuario_Yuuzaa de outro idioma
       2000-Processing_Shori section.

            perform 2100-inclui-titulos
            perform 2100-inclui-menus
            perform 2200-gravar-relatorio

       exit.

      *>=================================================================================
       2100-inclui-titulos section.

            initialize                             f00000-programas
            start pd00000 key is greater f00000-ProgramCode
            read pd00000 next

            perform until not ws-OperationOK
                 if   f00000-ProgramDesc not equal spaces
                      set  f19200-texto-titulo      to true
                      move f19200-Type-texto        to ws-chave-base(01:01)
                      move f00000-ProgramCode       to ws-chave-base(02:120)
                      move f00000-ProgramDesc       to ws-texto-base
                      perform 2150-inclui-texto-base
                 end-if
                 read pd00000 next
            end-perform

       exit.

      *>=================================================================================
       2100-inclui-menus section.

            initialize                             f00100-Modules_Mojuru
            perform 9000-str-pd00100-grt
            perform 9000-Read_Yomu-pd00100-nex

            perform until not ws-OperationOK
                 if   f00100-ProgramDesc not equal spaces
                      set  f19200-texto-menu        to true
                      move f19200-Type-texto        to ws-chave-base(01:01)
                      move f00100-ProgramCode       to ws-chave-base(02:120)
                      move f00100-ProgramDesc       to ws-texto-base
                      perform 2150-inclui-texto-base
                 end-if
                 perform 9000-Read_Yomu-pd00100-nex
            end-perform

       exit.

      *>=================================================================================
       2150-inclui-texto-base section.

            initialize                             f19200-Traducao_Texto
            move ws-chave-base(01:01)               to f19200-Type-texto
            move ws-chave-base(02:120)              to f19200-id-texto
            set  f19200-idioma-portugues            to true
            perform 9000-Read_Yomu-pd19200-ran
            if   ws-OperationOK
                 move "00"                          to ws-AccessResult
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f19200-Traducao_Texto
            move ws-chave-base(01:01)               to f19200-Type-texto
            move ws-chave-base(02:120)              to f19200-id-texto
            set  f19200-idioma-portugues            to true
            move ws-texto-base                      to f19200-texto
            move ws-data-inv                        to f19200-data-alteracao
            move function numval(lnk-UserID)        to f19200-UserID-operacao
            perform 9000-Write_Kaku-pd19200
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f19200-Traducao_Texto - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            else
                 add  1                             to ws-contador-incluidos
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Cada texto em portugues e conferido contra as traducoes em japones
      *> e ingles; a leitura direta desposiciona o arquivo, que e
      *> reposicionado pela chave do texto base
       2200-gravar-relatorio section.

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\TRADUCAO_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-traducao

            open output arq-traducao
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Traducao - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            move spaces                             to rs-arq-traducao
            string "TEXTOS SEM TRADUCAO - " ws-data-inv delimited by size into rs-arq-traducao
            write rs-arq-traducao

            move spaces                             to rs-arq-traducao
            string "T FALTA IDENTIFICACAO                                                EXIBIC.   TEXTO EM PORTUGUES"
                   delimited by size into rs-arq-traducao
            write rs-arq-traducao

            initialize                             f19200-Traducao_Texto
            perform 9000-str-pd19200-nlss
            perform 9000-Read_Yomu-pd19200-nex

            perform until not ws-OperationOK

                 if   f19200-idioma-portugues
                      perform 2300-confere-idiomas
                 end-if

                 perform 9000-Read_Yomu-pd19200-nex
            end-perform

            move spaces                             to rs-arq-traducao
            write rs-arq-traducao
            move spaces                             to rs-arq-traducao
            string "TEXTOS PENDENTES: " ws-contador-pendentes
                   " - SEM JAPONES: " ws-contador-falta-ja
                   " - SEM INGLES: " ws-contador-falta-en
                   " - TEXTOS BASE INCLUIDOS: " ws-contador-incluidos
                   delimited by size into rs-arq-traducao
            write rs-arq-traducao

            close arq-traducao

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "TEXTOS SEM TRADUCAO " ws-data-inv
                   delimited by size into lw-ds-parametros-spool
            move wid-arq-traducao                   to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            if   not lnk-execucao-background
                 string "Textos sem traducao: " ws-contador-pendentes " - relatorio gerado em " wid-arq-traducao into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2300-confere-idiomas section.

            move f19200-chave                       to ws-chave-base
            move f19200-texto                       to ws-texto-base
            move f19200-qtde-ocorrencias            to ws-qtde-ocorrencias
            move spaces                             to ws-id-falta-ja
            move spaces                             to ws-id-falta-en

            set  f19200-idioma-japones              to true
            perform 9000-Read_Yomu-pd19200-ran
            if   not ws-OperationOK
            or   f19200-texto equal spaces
                 set  ws-falta-ja                   to true
            end-if

            move ws-chave-base                      to f19200-chave
            set  f19200-idioma-ingles               to true
            perform 9000-Read_Yomu-pd19200-ran
            if   not ws-OperationOK
            or   f19200-texto equal spaces
                 set  ws-falta-en                   to true
            end-if

            if   ws-falta-ja
            or   ws-falta-en
                 move spaces                        to ws-idiomas-pendentes
                 evaluate true
                     when ws-falta-ja and ws-falta-en
                          move "JA EN"              to ws-idiomas-pendentes
                     when ws-falta-ja
                          move "JA"                 to ws-idiomas-pendentes
                     when other
                          move "EN"                 to ws-idiomas-pendentes
                 end-evaluate

                 move spaces                        to rs-arq-traducao
                 string ws-chave-base(01:01) " " ws-idiomas-pendentes " "
                        ws-chave-base(02:60) " " ws-qtde-ocorrencias "   "
                        ws-texto-base(01:110)
                        delimited by size into rs-arq-traducao
                 write rs-arq-traducao

                 add  1                             to ws-contador-pendentes
                 if   ws-falta-ja
                      add  1                        to ws-contador-falta-ja
                 end-if
                 if   ws-falta-en
                      add  1                        to ws-contador-falta-en
                 end-if
            end-if

            move ws-chave-base                      to f19200-chave
            perform 9000-str-pd19200-grt

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00000
            close pd00100
            close pd19200

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00000.cpy.
       copy CSR00100.cpy.
       copy CSR19200.cpy.
