      $set sourceformat"free"
       program-id. CS20012C.
      *>=================================================================================
      *>
      *>      DRP - Proposta de Transferencia do Armazem Abastecedor
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS03600.cpy.
       copy CSS06000.cpy.
       copy CSS17300.cpy.

            select arq-drp assign to disk wid-arq-drp
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF03600.cpy.
       copy CSF06000.cpy.
       copy CSF17300.cpy.

       fd   arq-drp.

       01   rs-arq-drp                             pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS20012C".
       78   c-ProgramDesc                   value "DRP - REPOSICAO ENTRE ARMAZENS".
       78   c-serie-proposta-drp                   value 917.
       78   c-registrar-spool                      value "CS00123S".
       78   c-max-faltas-drp                       value 1000.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-drp                         pic x(200).
            03 ws-Number-proposta                  pic 9(09).
            03 ws-Seq-proposta                     pic 9(04).
            03 ws-contador-propostas               pic 9(05).
            03 ws-contador-compra                  pic 9(05).
            03 ws-qtde-liquida                     pic s9(09)v9(04).
            03 ws-qtde-necessaria                  pic s9(09)v9(04).
            03 ws-qtde-proposta                    pic s9(09)v9(04).
            03 ws-qtde-nao-atendida                pic s9(09)v9(04).
            03 ws-pendente-destino                 pic s9(09)v9(04).
            03 ws-pendente-origem                  pic s9(09)v9(04).
            03 ws-qtde-x                           pic -zzz.zzz.zz9,9999.
            03 ws-qtde-x-2                         pic -zzz.zzz.zz9,9999.
            03 ws-qtde-x-3                         pic -zzz.zzz.zz9,9999.
            03 ws-id-tabela-cheia                  pic x(01).
               88 ws-tabela-faltas-cheia               value "S".

            *> Saldos abaixo do minimo em armazens com abastecedor
            03 ws-idx                              pic 9(04).
            03 ws-qt-faltas                        pic 9(04).
            03 ws-tabela-faltas.
               05 ws-ft-falta occurs 1000.
                  07 ws-ft-ProductCode             pic 9(09).
                  07 ws-ft-ArmazemCode             pic 9(04).
                  07 ws-ft-ArmazemCode-abastecedor pic 9(04).
                  07 ws-ft-qtde-liquida            pic s9(09)v9(04).
                  07 ws-ft-qtde-maxima             pic s9(09)v9(04).

            *> Excedente ainda livre de cada abastecedor, por Product_Seihin
            03 ws-idx-origem                       pic 9(04).
            03 ws-qt-origens                       pic 9(04).
            03 ws-tabela-origens.
               05 ws-og-origem occurs 1000.
                  07 ws-og-ProductCode             pic 9(09).
                  07 ws-og-ArmazemCode             pic 9(04).
                  07 ws-og-qtde-excedente          pic s9(09)v9(04).

       01   f-Proposta.
            03 f-Number-proposta                   pic 9(09).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Proposta.
            03 line 11 col 25   pic x(08) value "Proposta:".
            03 line 11 col 34   pic 9(09) from f-Number-proposta.

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
            perform 9000-Open_Akeru-i-pd03600
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-io-pd17300

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
                     perform 2100-Gerar-Proposta
                when 02
                     perform 2100-Query_Shokai
                when 03
                     perform 2100-Rejeitar-Proposta
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Cada armazem abaixo do minimo e reposto ate o maximo pelo excedente
      *> do seu abastecedor (acima do minimo do proprio abastecedor); o que o
      *> abastecedor no cobre fica para a Sugestao de Compra (CS40005S)
       2100-Gerar-Proposta section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            move "Confirm_Kakunin geracao da proposta de reposicao DRP? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2200-carrega-faltas

            if   ws-qt-faltas equal zeros
                 move "Nenhum armazem com abastecedor abaixo do minimo!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\DRP_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-drp
            open output arq-drp
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-drp
            string "PROPOSTA DE REPOSICAO ENTRE ARMAZENS (DRP) EM " ws-data-inv
                   delimited by size into rs-arq-drp
            write rs-arq-drp

            if   ws-tabela-faltas-cheia
                 move "*** TABELA DE FALTAS ESGOTADA - EXECUTAR NOVAMENTE APOS A APROVACAO" to rs-arq-drp
                 write rs-arq-drp
            end-if

            move zeros                              to ws-Number-proposta
                                                       ws-Seq-proposta
                                                       ws-contador-propostas
                                                       ws-contador-compra
                                                       ws-qt-origens
            initialize                              ws-tabela-origens

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-faltas
                 perform 2300-propoe-reposicao
            end-perform

            move spaces                             to rs-arq-drp
            write rs-arq-drp
            move spaces                             to rs-arq-drp
            string "ITENS PROPOSTOS " ws-contador-propostas
                   " - ITENS PARA COMPRA " ws-contador-compra
                   delimited by size into rs-arq-drp
            write rs-arq-drp

            close arq-drp

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "DRP " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-drp                        to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            if   ws-Number-proposta greater zeros
                 string "Proposta " ws-Number-proposta " com " ws-contador-propostas
                        " itens - aprovar no CS20003C opcao 09 - " wid-arq-drp
                        delimited by size into ws-Message_Messeji
            else
                 string "Nenhuma transferencia possivel - " wid-arq-drp
                        delimited by size into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Primeira passada: a leitura sequencial do pd06000 no pode ser
      *> interrompida pela leitura do saldo do abastecedor
       2200-carrega-faltas section.

            move zeros                              to ws-qt-faltas
            move spaces                             to ws-id-tabela-cheia
            initialize                              ws-tabela-faltas

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            move zeros                             to f06000-ProductCode
                                                      f06000-ArmazemCode
            perform 9000-str-pd06000-grt
            perform 9000-Read_Yomu-pd06000-nex
            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal lnk-CompanyCode
                       or f06000-BranchCode  not equal lnk-BranchCode

                 compute ws-qtde-liquida = f06000-qtde-disponivel - f06000-qtde-reservada

                 if   f06000-qtde-minima greater zeros
                 and  ws-qtde-liquida less f06000-qtde-minima
                      initialize                    f03600-armazem
                      move f06000-CompanyCode       to f03600-CompanyCode
                      move f06000-BranchCode        to f03600-BranchCode
                      move f06000-ArmazemCode       to f03600-ArmazemCode
                      perform 9000-Read_Yomu-pd03600-ran
                      if   ws-OperationOK
                      and  f03600-ArmazemCode-abastecedor greater zeros
                           if   ws-qt-faltas not less c-max-faltas-drp
                                set ws-tabela-faltas-cheia to true
                                exit perform
                           end-if
                           add  1                   to ws-qt-faltas
                           move f06000-ProductCode  to ws-ft-ProductCode(ws-qt-faltas)
                           move f06000-ArmazemCode  to ws-ft-ArmazemCode(ws-qt-faltas)
                           move f03600-ArmazemCode-abastecedor
                                                    to ws-ft-ArmazemCode-abastecedor(ws-qt-faltas)
                           move ws-qtde-liquida     to ws-ft-qtde-liquida(ws-qt-faltas)
                           move f06000-qtde-maxima  to ws-ft-qtde-maxima(ws-qt-faltas)
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

       exit.

      *>=================================================================================
       2300-propoe-reposicao section.

            perform 9000-pendencias-produto

            compute ws-qtde-necessaria =
                    ws-ft-qtde-maxima(ws-idx) - ws-ft-qtde-liquida(ws-idx)
                  - ws-pendente-destino
            if   ws-qtde-necessaria not greater zeros
                 exit section
            end-if

            perform 9000-excedente-origem

            if   ws-og-qtde-excedente(ws-idx-origem) greater ws-qtde-necessaria
                 move ws-qtde-necessaria            to ws-qtde-proposta
            else
                 move ws-og-qtde-excedente(ws-idx-origem) to ws-qtde-proposta
            end-if
            if   ws-qtde-proposta less zeros
                 move zeros                         to ws-qtde-proposta
            end-if
            subtract ws-qtde-proposta             from ws-og-qtde-excedente(ws-idx-origem)
            compute ws-qtde-nao-atendida = ws-qtde-necessaria - ws-qtde-proposta

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move ws-ft-ProductCode(ws-idx)          to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
                 move spaces                        to f01800-Desc-Product_Seihin
            end-if

            move ws-qtde-necessaria                 to ws-qtde-x
            move ws-qtde-proposta                   to ws-qtde-x-2
            move ws-qtde-nao-atendida               to ws-qtde-x-3
            move spaces                             to rs-arq-drp
            string "PRODUTO " ws-ft-ProductCode(ws-idx)
                   " " f01800-Desc-Product_Seihin(1:30)
                   " ARMAZEM " ws-ft-ArmazemCode(ws-idx)
                   " DE " ws-ft-ArmazemCode-abastecedor(ws-idx)
                   " NECESSARIO " ws-qtde-x
                   " TRANSFERIR " ws-qtde-x-2
                   " PARA COMPRA " ws-qtde-x-3
                   delimited by size into rs-arq-drp
            write rs-arq-drp

            if   ws-qtde-nao-atendida greater zeros
                 add  1                             to ws-contador-compra
            end-if

            if   ws-qtde-proposta equal zeros
                 exit section
            end-if

            if   ws-Number-proposta equal zeros
                 move c-serie-proposta-drp          to lnk-Series-documento
                 call c-proximo-documento using lnk-par
                 cancel c-proximo-documento
                 move lnk-Number-documento          to ws-Number-proposta
            end-if

            add  1                                  to ws-Seq-proposta

            initialize                             f17300-Proposta_Transferencia
            move lnk-CompanyCode                    to f17300-CompanyCode
            move lnk-BranchCode                     to f17300-BranchCode
            move ws-Number-proposta                 to f17300-Number-proposta
            move ws-Seq-proposta                    to f17300-Seq-proposta
            move ws-data-inv                        to f17300-data-proposta
            move ws-ft-ProductCode(ws-idx)          to f17300-ProductCode
            move ws-ft-ArmazemCode-abastecedor(ws-idx) to f17300-ArmazemCode-Origem
            move ws-ft-ArmazemCode(ws-idx)          to f17300-ArmazemCode-Destino
            move ws-qtde-necessaria                 to f17300-qtde-necessaria
            move ws-qtde-proposta                   to f17300-qtde-proposta
            move ws-qtde-nao-atendida               to f17300-qtde-nao-atendida
            set  f17300-proposta-pendente           to true
            move function numval(lnk-UserID)        to f17300-UserID-proposta

            perform 9000-Write_Kaku-pd17300
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f17300-Proposta_Transferencia - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-contador-propostas

       exit.

      *>=================================================================================
      *> Propostas ainda pendentes do Product_Seihin: o que ja vai chegar ao
      *> destino e o que ja esta comprometido no abastecedor
       9000-pendencias-produto section.

            move zeros                              to ws-pendente-destino
                                                       ws-pendente-origem

            initialize                             f17300-Proposta_Transferencia
            move lnk-CompanyCode                    to f17300-CompanyCode
            move lnk-BranchCode                     to f17300-BranchCode
            move ws-ft-ProductCode(ws-idx)          to f17300-ProductCode
            move zeros                             to f17300-ArmazemCode-Destino
            perform 9000-str-pd17300-nlss-1
            perform 9000-Read_Yomu-pd17300-nex
            perform until not ws-OperationOK
                       or f17300-CompanyCode not equal lnk-CompanyCode
                       or f17300-BranchCode  not equal lnk-BranchCode
                       or f17300-ProductCode not equal ws-ft-ProductCode(ws-idx)

                 if   f17300-proposta-pendente
                      if   f17300-ArmazemCode-Destino equal ws-ft-ArmazemCode(ws-idx)
                           add f17300-qtde-proposta to ws-pendente-destino
                      end-if
                      if   f17300-ArmazemCode-Origem equal ws-ft-ArmazemCode-abastecedor(ws-idx)
                           add f17300-qtde-proposta to ws-pendente-origem
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd17300-nex
            end-perform

       exit.

      *>=================================================================================
      *> Localiza (ou carrega) o excedente do abastecedor para o Product_Seihin
       9000-excedente-origem section.

            perform varying ws-idx-origem from 1 by 1
                    until ws-idx-origem greater ws-qt-origens
                 if   ws-og-ProductCode(ws-idx-origem) equal ws-ft-ProductCode(ws-idx)
                 and  ws-og-ArmazemCode(ws-idx-origem) equal ws-ft-ArmazemCode-abastecedor(ws-idx)
                      exit section
                 end-if
            end-perform

            if   ws-qt-origens less c-max-faltas-drp
                 add  1                             to ws-qt-origens
            end-if
            move ws-qt-origens                      to ws-idx-origem
            move ws-ft-ProductCode(ws-idx)          to ws-og-ProductCode(ws-idx-origem)
            move ws-ft-ArmazemCode-abastecedor(ws-idx) to ws-og-ArmazemCode(ws-idx-origem)
            move zeros                              to ws-og-qtde-excedente(ws-idx-origem)

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            move ws-ft-ProductCode(ws-idx)          to f06000-ProductCode
            move ws-ft-ArmazemCode-abastecedor(ws-idx) to f06000-ArmazemCode
            perform 9000-Read_Yomu-pd06000-ran
            if   ws-OperationOK
                 compute ws-og-qtde-excedente(ws-idx-origem) =
                         f06000-qtde-disponivel - f06000-qtde-reservada
                       - f06000-qtde-minima - ws-pendente-origem
                 if   ws-og-qtde-excedente(ws-idx-origem) less zeros
                      move zeros                    to ws-og-qtde-excedente(ws-idx-origem)
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Proposta
            if   not ws-OperationOK
                 exit section
            end-if

            perform until not ws-OperationOK
                       or f17300-CompanyCode      not equal lnk-CompanyCode
                       or f17300-BranchCode       not equal lnk-BranchCode
                       or f17300-Number-proposta  not equal f-Number-proposta

                 move f17300-qtde-proposta          to ws-qtde-x
                 move f17300-qtde-transferida       to ws-qtde-x-2
                 string "Item " f17300-Seq-proposta " Produto " f17300-ProductCode
                        " De " f17300-ArmazemCode-Origem " Para " f17300-ArmazemCode-Destino
                        " Proposto " ws-qtde-x " Transferido " ws-qtde-x-2
                        " Status " f17300-StatusID
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 perform 9000-Read_Yomu-pd17300-nex
            end-perform

       exit.

      *>=================================================================================
      *> Rejeita os itens ainda pendentes; a falta volta para o proximo DRP
      *> ou para a Sugestao de Compra
       2100-Rejeitar-Proposta section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Proposta
            if   not ws-OperationOK
                 exit section
            end-if

            move "Confirm_Kakunin rejeicao dos itens pendentes da proposta? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            perform until not ws-OperationOK
                       or f17300-CompanyCode      not equal lnk-CompanyCode
                       or f17300-BranchCode       not equal lnk-BranchCode
                       or f17300-Number-proposta  not equal f-Number-proposta

                 if   f17300-proposta-pendente
                      set  f17300-proposta-rejeitada to true
                      move ws-data-inv              to f17300-data-aprovacao
                      move function numval(lnk-UserID) to f17300-UserID-aprovacao
                      perform 9000-Rewrite_Kakinaosu-pd17300
                      if   not ws-OperationOK
                           string "Error_Eraa ao Rewrite_Kakinaosu f17300-Proposta_Transferencia - " ws-AccessResult into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd17300-nex
            end-perform

            string "Proposta [" f-Number-proposta "] rejeitada!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-Localiza-Proposta section.

            perform 8000-ClearScreen

            perform until f-Number-proposta greater zeros or ws-tecla-Cancela
                 accept f-Number-proposta at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f17300-Proposta_Transferencia
            move lnk-CompanyCode                    to f17300-CompanyCode
            move lnk-BranchCode                     to f17300-BranchCode
            move f-Number-proposta                  to f17300-Number-proposta
            move zeros                             to f17300-Seq-proposta
            perform 9000-str-pd17300-grt
            perform 9000-Read_Yomu-pd17300-nex
            if   not ws-OperationOK
            or   f17300-CompanyCode     not equal lnk-CompanyCode
            or   f17300-BranchCode      not equal lnk-BranchCode
            or   f17300-Number-proposta not equal f-Number-proposta
                 string "Proposta no encontrada! [" f-Number-proposta "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "23"                          to ws-AccessResult
                 exit section
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd03600
            close pd06000
            close pd17300

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Proposta

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Proposta

            perform 9000-StandardFrame
            display frm-Proposta

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR03600.cpy.
       copy CSR06000.cpy.
       copy CSR17300.cpy.
