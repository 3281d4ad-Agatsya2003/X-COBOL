      $set sourceformat"free"
       program-id. CS30053C.
      *>=================================================================================
      *>
      *>      Reservas de Stock_Zaiko do Pedido de Venda - Aging e Liberacao
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS00800.cpy.
       copy CSS01400.cpy.
       copy CSS02900.cpy.
       copy CSS06000.cpy.
       copy CSS06500.cpy.
       copy CSS07300.cpy.
       copy CSS07400.cpy.

            select arq-reservas assign to disk wid-arq-reservas
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF00800.cpy.
       copy CSF01400.cpy.
       copy CSF02900.cpy.
       copy CSF06000.cpy.
       copy CSF06500.cpy.
       copy CSF07300.cpy.
       copy CSF07400.cpy.

       fd   arq-reservas.

       01   rs-arq-reservas                        pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30053C".
       78   c-ProgramDesc                   value "RESERVAS DE ESTOQUE".
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-reservas                    pic x(200).
            03 ws-ArmazemCode-Padrao               pic 9(04).
            03 ws-dias-validade-reserva            pic 9(03).
            03 ws-dias-reserva                     pic 9(05).
            03 ws-qtde-disponivel-anterior         pic s9(09)v9(04).
            03 ws-qtde-reservada-anterior          pic s9(09)v9(04).
            03 ws-qtde-reservada-pedido            pic 9(09)v9(04).
            03 ws-qtde-x                           pic zzz.zz9,9999.
            03 ws-motivo-movimento                 pic x(40).
            03 ws-contador-pedidos                 pic 9(05).
            03 ws-contador-vencidos                pic 9(05).
            03 ws-contador-itens                   pic 9(05).
            03 ws-contador-ate-7                   pic 9(05).
            03 ws-contador-ate-15                  pic 9(05).
            03 ws-contador-ate-30                  pic 9(05).
            03 ws-contador-acima-30                pic 9(05).
            03 ws-ptr-corpo                        pic 9(04).
            03 ws-cd-vendedor                      pic 9(04).
            03 ws-Name-vendedor                    pic x(55).
            03 ws-Email-vendedor                   pic x(55).
            03 ws-razao-social                     pic x(55).
            03 ws-sufixo-vencida                   pic x(11).
            03 ws-id-modo                          pic x(01).
               88 ws-modo-aging                        value "A".
               88 ws-modo-liberacao                    value "L".

       01   lw-Email_Soushin.
            03 lw-destinatario-Email                  pic x(55).
            03 lw-assunto-Email                    pic x(100).
            03 lw-corpo-Email                      pic x(500).
            03 lw-anexo-1-Email                    pic x(200).
            03 lw-anexo-2-Email                    pic x(200).

       01   f-Reserva.
            03 f-dias-validade-reserva             pic 9(03).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Reserva.
            03 line 11 col 09   pic x(24) value "Validade Reserva (dias):".
            03 line 11 col 34   pic 9(03) from f-dias-validade-reserva.

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

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd02900
            perform 9000-Open_Akeru-io-pd06000
            perform 9000-Open_Akeru-io-pd06500
            perform 9000-Open_Akeru-i-pd07300
            perform 9000-Open_Akeru-io-pd07400

            move zeros                             to ws-ArmazemCode-Padrao
                                                      ws-dias-validade-reserva
            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran
            if   ws-OperationOK
                 move f00700-ArmazemCode-Padrao     to ws-ArmazemCode-Padrao
                 move f00700-dias-validade-reserva  to ws-dias-validade-reserva
            end-if

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

            *> Acionado pelo CS00001S (comando RESERVAS) para cada Company_Kaisha
            if   lnk-execucao-background
                 if   ws-dias-validade-reserva greater zeros
                      set  ws-modo-liberacao        to true
                      perform 2200-processa-reservas
                 end-if
                 set wf-Frame_Furemu-Return_Modoru  to true
                 exit section
            end-if

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
                     perform 2100-Report_Aging
                when 02
                     perform 2100-Liberar-Vencidas
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
       2100-Report_Aging section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            set  ws-modo-aging                      to true
            perform 2200-processa-reservas

       exit.

      *>=================================================================================
      *> Liberacao sob demanda, com o mesmo limite da rotina noturna
       2100-Liberar-Vencidas section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            if   ws-dias-validade-reserva equal zeros
                 move "Validade da reserva no configurada no cadastro da Empresa!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string "Confirm_Kakunin liberacao das reservas com mais de " ws-dias-validade-reserva " dias? [S/N]"
                   into ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            set  ws-modo-liberacao                  to true
            perform 2200-processa-reservas

       exit.

      *>=================================================================================
      *> Percorre os pedidos em aberto com Stock_Zaiko reservado: no aging lista
      *> todos com os dias de reserva; na liberacao devolve ao saldo livre as
      *> reservas acima do limite da Empresa e avisa o vendedor por e-mail
       2200-processa-reservas section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            if   ws-modo-aging
                 string lnk-tmp-path delimited by "  "
                        "\AGING_RESERVAS_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                        into wid-arq-reservas
            else
                 string lnk-tmp-path delimited by "  "
                        "\LIBERACAO_RESERVAS_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                        into wid-arq-reservas
            end-if

            open output arq-reservas
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-reservas
            if   ws-modo-aging
                 string "AGING DAS RESERVAS DE ESTOQUE EM " ws-data-inv
                        " - VALIDADE " ws-dias-validade-reserva " DIAS"
                        delimited by size into rs-arq-reservas
            else
                 string "LIBERACAO DE RESERVAS VENCIDAS EM " ws-data-inv
                        " - VALIDADE " ws-dias-validade-reserva " DIAS"
                        delimited by size into rs-arq-reservas
            end-if
            write rs-arq-reservas

            move zeros                              to ws-contador-pedidos
                                                       ws-contador-vencidos
                                                       ws-contador-itens
                                                       ws-contador-ate-7
                                                       ws-contador-ate-15
                                                       ws-contador-ate-30
                                                       ws-contador-acima-30

            initialize                             f07300-Pedido_Venda
            move lnk-CompanyCode                    to f07300-CompanyCode
            move lnk-BranchCode                     to f07300-BranchCode
            move zeros                             to f07300-Number-pedido
            perform 9000-str-pd07300-grt
            perform 9000-Read_Yomu-pd07300-nex
            perform until not ws-OperationOK
                       or f07300-CompanyCode not equal lnk-CompanyCode
                       or f07300-BranchCode  not equal lnk-BranchCode

                 if   f07300-pedido-aberto
                 or   f07300-pedido-parcial
                      perform 2300-processa-pedido
                 end-if

                 perform 9000-Read_Yomu-pd07300-nex
            end-perform

            move spaces                             to rs-arq-reservas
            write rs-arq-reservas
            move spaces                             to rs-arq-reservas
            if   ws-modo-aging
                 string "PEDIDOS COM RESERVA " ws-contador-pedidos
                        " - ATE 7 DIAS " ws-contador-ate-7
                        " - 8 A 15 DIAS " ws-contador-ate-15
                        " - 16 A 30 DIAS " ws-contador-ate-30
                        " - ACIMA DE 30 DIAS " ws-contador-acima-30
                        " - VENCIDOS " ws-contador-vencidos
                        delimited by size into rs-arq-reservas
            else
                 string "PEDIDOS LIBERADOS " ws-contador-vencidos
                        " - ITENS LIBERADOS " ws-contador-itens
                        delimited by size into rs-arq-reservas
            end-if
            write rs-arq-reservas

            close arq-reservas

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            if   ws-modo-aging
                 string "AGING RESERVAS " ws-data-inv delimited by size into lw-ds-parametros-spool
            else
                 string "LIBERACAO RESERVAS " ws-data-inv delimited by size into lw-ds-parametros-spool
            end-if
            move wid-arq-reservas                   to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            if   not lnk-execucao-background
                 if   ws-modo-aging
                      string ws-contador-pedidos " pedidos com reserva em " wid-arq-reservas
                             delimited by size into ws-Message_Messeji
                 else
                      string ws-contador-vencidos " pedidos liberados em " wid-arq-reservas
                             delimited by size into ws-Message_Messeji
                 end-if
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> A reserva nasce na entrada do pedido (CS30007C): a idade e contada
      *> em dias corridos desde a emissao
       2300-processa-pedido section.

            perform 9000-soma-reserva-pedido
            if   ws-qtde-reservada-pedido equal zeros
                 exit section
            end-if

            compute ws-dias-reserva =
                    function integer-of-date(ws-data-inv)
                  - function integer-of-date(f07300-data-emissao)

            if   ws-modo-liberacao
                 if   ws-dias-reserva not greater ws-dias-validade-reserva
                      exit section
                 end-if
            end-if

            add  1                                  to ws-contador-pedidos
            evaluate true
                when ws-dias-reserva not greater 7
                     add 1                          to ws-contador-ate-7
                when ws-dias-reserva not greater 15
                     add 1                          to ws-contador-ate-15
                when ws-dias-reserva not greater 30
                     add 1                          to ws-contador-ate-30
                when other
                     add 1                          to ws-contador-acima-30
            end-evaluate

            perform 9000-le-cliente-pedido
            perform 9000-le-vendedor-pedido

            move spaces                             to rs-arq-reservas
            write rs-arq-reservas
            move spaces                             to ws-sufixo-vencida
            if   ws-dias-validade-reserva greater zeros
            and  ws-dias-reserva greater ws-dias-validade-reserva
                 add  1                             to ws-contador-vencidos
                 if   ws-modo-aging
                      move "*** VENCIDA"            to ws-sufixo-vencida
                 end-if
            end-if

            move spaces                             to rs-arq-reservas
            string "PEDIDO " f07300-Number-pedido " EMISSAO " f07300-data-emissao
                   " CLIENTE " f07300-cd-cliente " " ws-razao-social(1:30)
                   " VENDEDOR " ws-cd-vendedor " " ws-Name-vendedor(1:25)
                   " DIAS " ws-dias-reserva " " ws-sufixo-vencida
                   delimited by size into rs-arq-reservas
            write rs-arq-reservas

            if   ws-modo-liberacao
                 initialize                         lw-Email_Soushin
                 move ws-Email-vendedor             to lw-destinatario-Email
                 string "Reserva liberada - Pedido " f07300-Number-pedido
                        delimited by size into lw-assunto-Email
                 move 1                             to ws-ptr-corpo
                 string "A reserva de estoque do Pedido " f07300-Number-pedido
                        " do cliente " f07300-cd-cliente " - " ws-razao-social(1:40)
                        " foi liberada apos " ws-dias-reserva " dias (limite "
                        ws-dias-validade-reserva " dias). Itens:"
                        delimited by size into lw-corpo-Email with pointer ws-ptr-corpo
            end-if

            initialize                             f07400-item-Pedido_Venda
            move f07300-CompanyCode                 to f07400-CompanyCode
            move f07300-BranchCode                  to f07400-BranchCode
            move f07300-Number-pedido               to f07400-Number-pedido
            move zeros                             to f07400-Seq
            perform 9000-str-pd07400-grt
            perform 9000-Read_Yomu-pd07400-nex
            perform until not ws-OperationOK
                       or f07400-CompanyCode   not equal f07300-CompanyCode
                       or f07400-BranchCode    not equal f07300-BranchCode
                       or f07400-Number-pedido not equal f07300-Number-pedido

                 if   f07400-qtde-reservada greater zeros
                      move f07400-qtde-reservada    to ws-qtde-x
                      move spaces                   to rs-arq-reservas
                      string "   ITEM " f07400-Seq " PRODUTO " f07400-ProductCode
                             " RESERVADA " ws-qtde-x
                             delimited by size into rs-arq-reservas
                      write rs-arq-reservas

                      if   ws-modo-liberacao
                           perform 2400-libera-item
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd07400-nex
            end-perform

            if   ws-modo-liberacao
            and  lw-destinatario-Email not equal spaces
                 call c-enviar-Email_Soushin using lnk-par lw-Email_Soushin
                 cancel c-enviar-Email_Soushin
            end-if

       exit.

      *>=================================================================================
      *> Mesma baixa de reserva do cancelamento do pedido no CS30007C; o item
      *> segue em aberto sem reserva, como backorder
       2400-libera-item section.

            initialize                             f06000-Stock_Zaiko
            move f07400-CompanyCode                 to f06000-CompanyCode
            move f07400-BranchCode                  to f06000-BranchCode
            move f07400-ProductCode                 to f06000-ProductCode
            move ws-ArmazemCode-Padrao              to f06000-ArmazemCode
            perform 9000-Read_Yomu-pd06000-ran
            if   not ws-OperationOK
                 string "読み取りエラー f06000-Stock_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f06000-qtde-disponivel             to ws-qtde-disponivel-anterior
            move f06000-qtde-reservada              to ws-qtde-reservada-anterior
            if   f07400-qtde-reservada greater f06000-qtde-reservada
                 move zeros                         to f06000-qtde-reservada
            else
                 subtract f07400-qtde-reservada   from f06000-qtde-reservada
            end-if
            perform 9000-Rewrite_Kakinaosu-pd06000
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f06000-Stock_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to ws-motivo-movimento
            string "Reserva vencida Pedido " f07300-Number-pedido " " ws-dias-reserva " dias"
                   delimited by size into ws-motivo-movimento
            perform 9000-Gravar_Kaku-Movimento_Zaiko

            move f07400-qtde-reservada              to ws-qtde-x
            string " Item " f07400-Seq " produto " f07400-ProductCode " qtde " ws-qtde-x ";"
                   delimited by size into lw-corpo-Email with pointer ws-ptr-corpo

            move zeros                              to f07400-qtde-reservada
            perform 9000-Rewrite_Kakinaosu-pd07400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f07400-item-Pedido_Venda - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-contador-itens

       exit.

      *>=================================================================================
       9000-soma-reserva-pedido section.

            move zeros                              to ws-qtde-reservada-pedido

            initialize                             f07400-item-Pedido_Venda
            move f07300-CompanyCode                 to f07400-CompanyCode
            move f07300-BranchCode                  to f07400-BranchCode
            move f07300-Number-pedido               to f07400-Number-pedido
            move zeros                             to f07400-Seq
            perform 9000-str-pd07400-grt
            perform 9000-Read_Yomu-pd07400-nex
            perform until not ws-OperationOK
                       or f07400-CompanyCode   not equal f07300-CompanyCode
                       or f07400-BranchCode    not equal f07300-BranchCode
                       or f07400-Number-pedido not equal f07300-Number-pedido

                 add  f07400-qtde-reservada         to ws-qtde-reservada-pedido

                 perform 9000-Read_Yomu-pd07400-nex
            end-perform

       exit.

      *>=================================================================================
       9000-le-cliente-pedido section.

            move spaces                             to ws-razao-social

            initialize                             f01400-cliente
            move f07300-CompanyCode                 to f01400-CompanyCode
            move f07300-BranchCode                  to f01400-BranchCode
            move f07300-cd-cliente                  to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   ws-OperationOK
                 move f01400-razao-social           to ws-razao-social
            end-if

       exit.

      *>=================================================================================
      *> O vendedor do pedido e o Usuario_Yuuzaa que o digitou; o e-mail vem do
      *> cadastro de usuarios
       9000-le-vendedor-pedido section.

            move zeros                              to ws-cd-vendedor
            move spaces                             to ws-Name-vendedor
                                                       ws-Email-vendedor

            initialize                             f00800-User_Yuuzaa
            move f07300-UserID-operacao             to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   ws-OperationOK
                 move f00800-UserName               to ws-Name-vendedor
                 move f00800-Email                  to ws-Email-vendedor
            end-if

            initialize                             f02900-vendedor
            move f07300-CompanyCode                 to f02900-CompanyCode
            move f07300-BranchCode                  to f02900-BranchCode
            move zeros                             to f02900-cd-vendedor
            perform 9000-str-pd02900-grt
            perform 9000-Read_Yomu-pd02900-nex
            perform until not ws-OperationOK
                       or f02900-CompanyCode not equal f07300-CompanyCode
                       or f02900-BranchCode  not equal f07300-BranchCode

                 if   f02900-UserID equal f07300-UserID-operacao
                      move f02900-cd-vendedor       to ws-cd-vendedor
                      move f02900-Name_Namae        to ws-Name-vendedor
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd02900-nex
            end-perform

       exit.

      *>=================================================================================
       9000-Gravar_Kaku-Movimento_Zaiko section.

            accept ws-Hours                        from time

            initialize                                        f06500-Movimento_Zaiko
            move f06000-CompanyCode                           to f06500-CompanyCode
            move f06000-BranchCode                            to f06500-BranchCode
            move f06000-ProductCode                           to f06500-ProductCode
            move f06000-ArmazemCode                           to f06500-ArmazemCode
            move ws-data-inv                                  to f06500-data-movimento
            move ws-Hours                                     to f06500-horario-movimento
            move function numval(lnk-UserID)                  to f06500-UserID-movimento
            set  f06500-movimento-ajuste                      to true
            move ws-qtde-disponivel-anterior                  to f06500-qtde-disponivel-anterior
            move f06000-qtde-disponivel                       to f06500-qtde-disponivel-nova
            move ws-qtde-reservada-anterior                   to f06500-qtde-reservada-anterior
            move f06000-qtde-reservada                        to f06500-qtde-reservada-nova
            move ws-motivo-movimento                          to f06500-motivo-movimento

            perform 9000-Write_Kaku-pd06500
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar Movimento_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd00800
            close pd01400
            close pd02900
            close pd06000
            close pd06500
            close pd07300
            close pd07400

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Reserva

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Reserva
            move ws-dias-validade-reserva           to f-dias-validade-reserva

            perform 9000-StandardFrame
            display frm-Reserva

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR00800.cpy.
       copy CSR01400.cpy.
       copy CSR02900.cpy.
       copy CSR06000.cpy.
       copy CSR06500.cpy.
       copy CSR07300.cpy.
       copy CSR07400.cpy.
