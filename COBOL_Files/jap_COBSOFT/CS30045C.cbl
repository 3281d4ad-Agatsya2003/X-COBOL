      $set sourceformat"free"
       program-id. CS30045C.
      *>=================================================================================
      *>
      *>       Venda para Entrega Futura - Saldo a Entregar por Cliente
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01400.cpy.
       copy CSS01800.cpy.
       copy CSS13300.cpy.
       copy CSS13400.cpy.

            select arq-saldo assign to disk wid-arq-saldo
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01400.cpy.
       copy CSF01800.cpy.
       copy CSF13300.cpy.
       copy CSF13400.cpy.

       fd   arq-saldo.

       01   rs-arq-saldo                           pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30045C".
       78   c-ProgramDesc                   value "SALDO ENTREGA FUTURA".

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-saldo                       pic x(200).
            03 ws-cd-cliente-atual                 pic 9(09).
            03 ws-contador-contratos               pic 9(07).
            03 ws-qtde-saldo                       pic s9(06)v9(04).
            03 ws-Value-saldo-item                 pic s9(11)v9(02).
            03 ws-Value-saldo-contrato             pic s9(11)v9(02).
            03 ws-Value-saldo-cliente              pic s9(13)v9(02).
            03 ws-Value-saldo-geral                pic s9(13)v9(02).
            03 ws-qtde-x                           pic -zzz.zz9,9999.
            03 ws-Value-x                          pic -z.zzz.zzz.zz9,99.

       01   f-Saldo-Entrega.
            03 f-cd-cliente                        pic 9(09).
            03 f-razao-social                      pic x(55).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Saldo-Entrega.
            03 line 11 col 25   pic x(08) value "Cliente:".
            03 line 11 col 34   pic 9(09) from f-cd-cliente.
            03 line 11 col 45   pic x(55) from f-razao-social.
            03 line 13 col 34   pic x(40) value "(zeros = todos os clientes)".

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

            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd13300
            perform 9000-Open_Akeru-i-pd13400

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
                when 05
                     perform 2100-Report_Saldos
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Saldo a entregar dos contratos de entrega futura em aberto, por
      *> cliente: quantidade faturada no simples faturamento menos as
      *> remessas ja emitidas (CS30003C), valorizada pelo preo faturado
       2100-Report_Saldos section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            accept f-cd-cliente at line 11 col 34 with update auto-skip
            if   ws-tecla-Cancela
                 exit section
            end-if

            if   f-cd-cliente greater zeros
                 initialize                         f01400-cliente
                 move lnk-CompanyCode               to f01400-CompanyCode
                 move lnk-BranchCode                to f01400-BranchCode
                 move f-cd-cliente                  to f01400-cd-cliente
                 perform 9000-Read_Yomu-pd01400-ran
                 if   not ws-OperationOK
                      string "Cliente no cadastrado! [" f-cd-cliente "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 move f01400-razao-social           to f-razao-social
                 perform 8000-Screen_Gamen
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\SALDO_ENTREGA_FUTURA_" f-cd-cliente "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-saldo
            open output arq-saldo
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-contador-contratos
                                                       ws-cd-cliente-atual
                                                       ws-Value-saldo-cliente
                                                       ws-Value-saldo-geral

            move spaces                             to rs-arq-saldo
            string "VENDA PARA ENTREGA FUTURA - SALDO A ENTREGAR POR CLIENTE EM " ws-data-inv(7:2) "/"
                   ws-data-inv(5:2) "/" ws-data-inv(1:4) delimited by size into rs-arq-saldo
            write rs-arq-saldo

            initialize                             f13300-Contrato_Entrega_Futura
            move lnk-CompanyCode                    to f13300-CompanyCode
            move lnk-BranchCode                     to f13300-BranchCode
            move f-cd-cliente                       to f13300-cd-cliente
            perform 9000-str-pd13300-nlss-1
            perform 9000-Read_Yomu-pd13300-nex
            perform until not ws-OperationOK
                       or f13300-CompanyCode not equal lnk-CompanyCode
                       or f13300-BranchCode  not equal lnk-BranchCode
                       or (f-cd-cliente greater zeros
                           and f13300-cd-cliente not equal f-cd-cliente)

                 if   f13300-contrato-aberto
                      if   f13300-cd-cliente not equal ws-cd-cliente-atual
                           perform 2200-total-cliente
                           perform 2200-cabecalho-cliente
                      end-if
                      perform 2200-itens-contrato
                 end-if

                 perform 9000-Read_Yomu-pd13300-nex
            end-perform

            perform 2200-total-cliente

            move ws-Value-saldo-geral               to ws-Value-x
            move spaces                             to rs-arq-saldo
            string "TOTAL GERAL A ENTREGAR: " ws-Value-x into rs-arq-saldo
            write rs-arq-saldo

            close arq-saldo

            if   ws-contador-contratos equal zeros
                 move "Nenhum contrato de entrega futura com saldo a entregar!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "SALDO ENTREGA FUTURA " f-cd-cliente delimited by size into lw-ds-parametros-spool
            move wid-arq-saldo                     to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado com " ws-contador-contratos " contratos em " wid-arq-saldo into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-cabecalho-cliente section.

            move f13300-cd-cliente                  to ws-cd-cliente-atual
            move zeros                              to ws-Value-saldo-cliente

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move f13300-cd-cliente                  to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
                 move spaces                        to f01400-razao-social
            end-if

            move spaces                             to rs-arq-saldo
            write rs-arq-saldo

            move spaces                             to rs-arq-saldo
            string "CLIENTE " f13300-cd-cliente " " f01400-razao-social delimited by size into rs-arq-saldo
            write rs-arq-saldo

            move spaces                             to rs-arq-saldo
            move "NOTA/SERIE"                       to rs-arq-saldo(03:10)
            move "FATURADA"                         to rs-arq-saldo(17:08)
            move "PRODUTO"                          to rs-arq-saldo(28:07)
            move "DESCRICAO"                        to rs-arq-saldo(38:09)
            move "FATURADO"                         to rs-arq-saldo(75:08)
            move "ENTREGUE"                         to rs-arq-saldo(90:08)
            move "SALDO"                            to rs-arq-saldo(108:05)
            move "VALOR DO SALDO"                   to rs-arq-saldo(118:14)
            write rs-arq-saldo

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Uma linha por Product_Seihin do contrato com saldo ainda a entregar
       2200-itens-contrato section.

            add  1                                  to ws-contador-contratos
            move zeros                              to ws-Value-saldo-contrato

            initialize                             f13400-Item_Entrega_Futura
            move f13300-CompanyCode                 to f13400-CompanyCode
            move f13300-BranchCode                  to f13400-BranchCode
            move f13300-Number-documento            to f13400-Number-documento
            move f13300-Series-documento            to f13400-Series-documento
            move zeros                              to f13400-ProductCode
            perform 9000-str-pd13400-grt
            perform 9000-Read_Yomu-pd13400-nex
            perform until not ws-OperationOK
                       or f13400-CompanyCode       not equal f13300-CompanyCode
                       or f13400-BranchCode        not equal f13300-BranchCode
                       or f13400-Number-documento  not equal f13300-Number-documento
                       or f13400-Series-documento  not equal f13300-Series-documento

                 compute ws-qtde-saldo = f13400-qtde-faturada - f13400-qtde-entregue

                 if   ws-qtde-saldo greater zeros
                      compute ws-Value-saldo-item rounded =
                              ws-qtde-saldo * f13400-Value-unitario
                      add  ws-Value-saldo-item      to ws-Value-saldo-contrato

                      initialize                    f01800-Product_Seihin
                      move lnk-CompanyCode          to f01800-CompanyCode
                      move lnk-BranchCode           to f01800-BranchCode
                      move f13400-ProductCode       to f01800-ProductCode
                      perform 9000-Read_Yomu-pd01800-ran
                      if   not ws-OperationOK
                           move spaces              to f01800-Desc-Product_Seihin
                      end-if

                      move spaces                   to rs-arq-saldo
                      move f13400-qtde-faturada     to ws-qtde-x
                      string "  " f13300-Number-documento "/" f13300-Series-documento
                             " " f13300-data-faturamento(7:2) "/" f13300-data-faturamento(5:2)
                             "/" f13300-data-faturamento(1:4)
                             " " f13400-ProductCode
                             " " f01800-Desc-Product_Seihin(1:30)
                             " " ws-qtde-x
                             delimited by size into rs-arq-saldo
                      move f13400-qtde-entregue     to ws-qtde-x
                      move ws-qtde-x                to rs-arq-saldo(84:14)
                      move ws-qtde-saldo            to ws-qtde-x
                      move ws-qtde-x                to rs-arq-saldo(99:14)
                      move ws-Value-saldo-item      to ws-Value-x
                      move ws-Value-x               to rs-arq-saldo(114:18)
                      write rs-arq-saldo

                      move "00"                     to ws-AccessResult
                 end-if

                 perform 9000-Read_Yomu-pd13400-nex
            end-perform

            add  ws-Value-saldo-contrato            to ws-Value-saldo-cliente
                                                       ws-Value-saldo-geral

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       2200-total-cliente section.

            if   ws-cd-cliente-atual equal zeros
                 exit section
            end-if

            move ws-Value-saldo-cliente             to ws-Value-x
            move spaces                             to rs-arq-saldo
            string "  TOTAL A ENTREGAR DO CLIENTE " ws-cd-cliente-atual ": " ws-Value-x
                   delimited by size into rs-arq-saldo
            write rs-arq-saldo

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01400
            close pd01800
            close pd13300
            close pd13400

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Saldo-Entrega

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Saldo-Entrega

            perform 9000-StandardFrame
            display frm-Saldo-Entrega

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01400.cpy.
       copy CSR01800.cpy.
       copy CSR13300.cpy.
       copy CSR13400.cpy.
