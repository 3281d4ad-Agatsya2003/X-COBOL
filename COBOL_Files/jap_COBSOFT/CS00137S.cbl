      $set sourceformat"free"
       program-id. CS00137S.
      *>=================================================================================
      *>
      *>         Caixa de Aprovacoes Pendentes do Usuario - Todas as Filas
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS00800.cpy.
       copy CSS00900.cpy.
       copy CSS01300.cpy.
       copy CSS07500.cpy.
       copy CSS09800.cpy.
       copy CSS09850.cpy.
       copy CSS11500.cpy.
       copy CSS11600.cpy.
       copy CSS15500.cpy.
       copy CSS18800.cpy.
       copy CSS19000.cpy.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF00800.cpy.
       copy CSF00900.cpy.
       copy CSF01300.cpy.
       copy CSF07500.cpy.
       copy CSF09800.cpy.
       copy CSF09850.cpy.
       copy CSF11500.cpy.
       copy CSF11600.cpy.
       copy CSF15500.cpy.
       copy CSF18800.cpy.
       copy CSF19000.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00137S".
       78   c-ProgramDesc                   value "CAIXA DE APROVACOES".
       78   c-fila-credito                         value "CS30008C".
       78   c-fila-pagamento                       value "CS40007C".
       78   c-fila-recebimento                     value "CS40009C".
       78   c-fila-quarentena                      value "CS40012C".
       78   c-fila-requisicao                      value "CS40022C".
       78   c-fila-margem                          value "CS30059C".
       78   c-itens-pagina                         value 16.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW19000.cpy.

       01   ws-WorkFields.
            03 ws-UserID-corrente                  pic 9(11).
            03 ws-ProgramCode                      pic x(08).
            03 ws-Option-fila                      pic 9(02).
            03 ws-id-autoridade.
               05 ws-id-aprova-credito             pic x(01).
                  88 ws-aprova-credito                 value "S".
               05 ws-id-aprova-pagamento           pic x(01).
                  88 ws-aprova-pagamento               value "S".
               05 ws-id-aprova-recebimento         pic x(01).
                  88 ws-aprova-recebimento             value "S".
               05 ws-id-aprova-quarentena          pic x(01).
                  88 ws-aprova-quarentena              value "S".
               05 ws-id-aprova-requisicao          pic x(01).
                  88 ws-aprova-requisicao              value "S".
               05 ws-id-aprova-margem              pic x(01).
                  88 ws-aprova-margem                  value "S".
            03 ws-id-acesso                        pic x(01).
               88 ws-programa-liberado                 value "S".
               88 ws-programa-negado                   value "N".
            03 ws-origem-item                      pic x(10).
            03 ws-qtde-delegacoes                  pic 9(02).
            03 ws-ind-delegacao                    pic 9(02).
            03 ws-delegacao occurs 50 times.
               05 ws-Type-autoridade-dlg           pic x(01).
               05 ws-UserID-delegante-dlg          pic 9(11).
            03 ws-id-delegado                      pic x(01).
               88 ws-delegacao-encontrada              value "S".
               88 ws-delegacao-ausente                 value "N".
            03 ws-Type-procura-dlg                 pic x(01).
            03 ws-UserID-procura-dlg               pic 9(11).
            03 ws-UserID-exclui-dlg                pic 9(11).

       01   ws-Caixa-Aprovacao.
            03 ws-qtde-caixa                       pic 9(03).
            03 ws-ind-caixa                        pic 9(03).
            03 ws-primeiro-caixa                   pic 9(03).
            03 ws-linha-caixa                      pic 9(02).
            03 ws-item-caixa occurs 300 times.
               05 ws-Type-fila-cx                  pic x(01).
               05 ws-CompanyCode-cx                pic 9(03).
               05 ws-BranchCode-cx                 pic 9(04).
               05 ws-referencia-cx                 pic x(40).
               05 ws-Value-cx                      pic 9(09)v9(02).
               05 ws-idade-cx                      pic 9(05).
               05 ws-origem-cx                     pic x(10).

       01   ws-Detalhe-Caixa.
            03 ws-item-lc                          pic zz9.
            03 filler                              pic x(01) value space.
            03 ws-ds-fila-lc                       pic x(12).
            03 filler                              pic x(01) value space.
            03 ws-CompanyCode-lc                   pic 9(03).
            03 filler                              pic x(01) value ".".
            03 ws-BranchCode-lc                    pic 9(04).
            03 filler                              pic x(01) value space.
            03 ws-referencia-lc                    pic x(40).
            03 filler                              pic x(01) value space.
            03 ws-Value-lc                         pic zzz.zzz.zz9,99.
            03 filler                              pic x(01) value space.
            03 ws-idade-lc                         pic zzzz9.
            03 filler                              pic x(01) value space.
            03 ws-origem-lc                        pic x(10).

       01   ws-Contexto-Salvo.
            03 ws-Company_Kaisha-salva             pic x(141).
            03 ws-informacoes-programa-salva       pic x(246).

       01   f-Caixa.
            03 f-item-selecionado                  pic 9(03).

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

            initialize                             wf-FrameOptions

            move function numval(lnk-UserID)        to ws-UserID-corrente

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd00900
            perform 9000-Open_Akeru-i-pd01300
            perform 9000-Open_Akeru-i-pd07500
            perform 9000-Open_Akeru-i-pd09800
            perform 9000-Open_Akeru-i-pd09850
            perform 9000-Open_Akeru-i-pd11500
            perform 9000-Open_Akeru-i-pd11600
            perform 9000-Open_Akeru-i-pd15500
            perform 9000-Open_Akeru-i-pd18800
            perform 9000-Open_Akeru-i-pd19000

       exit.

      *>=================================================================================
      *> Apos o Login (CS00100S) a Company_Kaisha ainda nao foi escolhida:
      *> caixa vazia retorna em silencio; pelo menu o Usuario_Yuuzaa e
      *> avisado
       2000-Processing_Shori section.

            perform 2100-monta-caixa

            if   ws-qtde-caixa equal zeros
                 if   lnk-CompanyCode not equal zeros
                      move "Nenhuma aprovacao pendente para o Usuario_Yuuzaa!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
                 exit section
            end-if

            move 1                                  to ws-primeiro-caixa

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
                     perform 2100-abre-aprovacao
                when 02
                     add  c-itens-pagina            to ws-primeiro-caixa
                     if   ws-primeiro-caixa greater ws-qtde-caixa
                          move 1                    to ws-primeiro-caixa
                     end-if
                     perform 8000-inicia-Frame_Furemu
                when 03
                     perform 2100-monta-caixa
                     move 1                         to ws-primeiro-caixa
                     perform 8000-inicia-Frame_Furemu
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Percorre as empresas vinculadas ao Usuario_Yuuzaa (f00900) e, em
      *> cada uma, as filas em que ele decide: como titular pelo acesso de
      *> Maintenance_Hozen ao programa da fila, como delegado por uma
      *> delegacao vigente (f11600) ou por escalonamento ja avisado (f19000)
       2100-monta-caixa section.

            move zeros                              to ws-qtde-caixa

            if   ws-UserID-corrente equal zeros
                 exit section
            end-if

            initialize                             f00800-User_Yuuzaa
            move ws-UserID-corrente                 to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             f00900-User_Yuuzaa-Company_Kaisha
            move ws-UserID-corrente                 to f00900-UserID
            perform 9000-str-pd00900-gtr
            perform 9000-Read_Yomu-pd00900-nex
            perform until not ws-OperationOK
                       or f00900-UserID not equal ws-UserID-corrente
                       or ws-qtde-caixa not less 300

                 perform 2200-caixa-empresa

                 perform 9000-Read_Yomu-pd00900-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       2200-caixa-empresa section.

            move f00900-CompanyCode                 to ws-CompanyCode-pend
            move f00900-BranchCode                  to ws-BranchCode-pend

            perform 9000-autoridade-empresa
            perform 9000-carrega-delegacoes

            perform 9000-carrega-pendencias

            perform varying ws-ind-pend from 1 by 1
                    until ws-ind-pend greater ws-qtde-pendencias
                       or ws-qtde-caixa not less 300

                 perform 2300-avalia-pendencia

                 if   ws-origem-item not equal spaces
                      add  1                        to ws-qtde-caixa
                      move ws-qtde-caixa            to ws-ind-caixa
                      move ws-Type-fila-pend(ws-ind-pend)   to ws-Type-fila-cx(ws-ind-caixa)
                      move ws-CompanyCode-pend              to ws-CompanyCode-cx(ws-ind-caixa)
                      move ws-BranchCode-pend               to ws-BranchCode-cx(ws-ind-caixa)
                      move ws-referencia-pend(ws-ind-pend)  to ws-referencia-cx(ws-ind-caixa)
                      move ws-Value-pend(ws-ind-pend)       to ws-Value-cx(ws-ind-caixa)
                      move ws-idade-horas-pend(ws-ind-pend) to ws-idade-cx(ws-ind-caixa)
                      move ws-origem-item                   to ws-origem-cx(ws-ind-caixa)
                 end-if
            end-perform

            *> Reposiciona a leitura dos vinculos do Usuario_Yuuzaa
            initialize                             f00900-User_Yuuzaa-Company_Kaisha
            move ws-UserID-corrente                 to f00900-UserID
            move ws-CompanyCode-pend                to f00900-CompanyCode
            move ws-BranchCode-pend                 to f00900-BranchCode
            perform 9000-str-pd00900-gtr

       exit.

      *>=================================================================================
      *> As mesmas regras de cada fila: o solicitante nunca decide o proprio
      *> pedido e a delegacao recebida do solicitante nao vale
       2300-avalia-pendencia section.

            move spaces                             to ws-origem-item

            if   ws-UserID-solicitante-pend(ws-ind-pend) equal ws-UserID-corrente
                 exit section
            end-if

            evaluate true
                when ws-pend-credito(ws-ind-pend)
                     if   ws-aprova-credito
                          move "TITULAR"            to ws-origem-item
                     else
                          move "C"                  to ws-Type-procura-dlg
                          move zeros                to ws-UserID-procura-dlg
                          move ws-UserID-solicitante-pend(ws-ind-pend) to ws-UserID-exclui-dlg
                          perform 9000-procura-delegacao
                     end-if

                when ws-pend-pagamento(ws-ind-pend)
                     if   ws-aprova-pagamento
                          move "TITULAR"            to ws-origem-item
                     else
                          move "P"                  to ws-Type-procura-dlg
                          move zeros                to ws-UserID-procura-dlg
                          move ws-UserID-solicitante-pend(ws-ind-pend) to ws-UserID-exclui-dlg
                          perform 9000-procura-delegacao
                     end-if

                when ws-pend-recebimento(ws-ind-pend)
                     if   ws-aprova-recebimento
                          move "TITULAR"            to ws-origem-item
                     end-if

                when ws-pend-quarentena(ws-ind-pend)
                     if   ws-aprova-quarentena
                          move "TITULAR"            to ws-origem-item
                     end-if

                when ws-pend-requisicao(ws-ind-pend)
                     evaluate true
                         when ws-UserID-aprovador-pend(ws-ind-pend) equal ws-UserID-corrente
                              move "TITULAR"        to ws-origem-item
                         when ws-UserID-aprovador-pend(ws-ind-pend) equal zeros
                              if   ws-aprova-requisicao
                                   move "TITULAR"   to ws-origem-item
                              end-if
                         when other
                              move "R"              to ws-Type-procura-dlg
                              move ws-UserID-aprovador-pend(ws-ind-pend)   to ws-UserID-procura-dlg
                              move ws-UserID-solicitante-pend(ws-ind-pend) to ws-UserID-exclui-dlg
                              perform 9000-procura-delegacao
                     end-evaluate

                when ws-pend-margem(ws-ind-pend)
                     if   ws-aprova-margem
                          move "TITULAR"            to ws-origem-item
                     end-if
            end-evaluate

            if   ws-origem-item equal spaces
                 perform 9000-procura-escalonamento
            end-if

       exit.

      *>=================================================================================
      *> Abre a fila do item escolhido ja na Company_Kaisha do item e com o
      *> acesso do Usuario_Yuuzaa ao programa da fila, como faria o menu
       2100-abre-aprovacao section.

            move zeros                              to f-item-selecionado
            display "Item.........:" at line 29 col 10
            accept f-item-selecionado at line 29 col 25 with update auto-skip

            if   ws-tecla-Cancela
            or   f-item-selecionado equal zeros
            or   f-item-selecionado greater ws-qtde-caixa
                 perform 8000-inicia-Frame_Furemu
                 exit section
            end-if

            move f-item-selecionado                 to ws-ind-caixa

            evaluate ws-Type-fila-cx(ws-ind-caixa)
                when "C"
                     move c-fila-credito            to ws-ProgramCode
                     move 01                        to ws-Option-fila
                when "P"
                     move c-fila-pagamento          to ws-ProgramCode
                     move 01                        to ws-Option-fila
                when "T"
                     move c-fila-recebimento        to ws-ProgramCode
                     move 01                        to ws-Option-fila
                when "Q"
                     move c-fila-quarentena         to ws-ProgramCode
                     move 01                        to ws-Option-fila
                when "R"
                     move c-fila-requisicao         to ws-ProgramCode
                     move 04                        to ws-Option-fila
                when "M"
                     move c-fila-margem             to ws-ProgramCode
                     move 01                        to ws-Option-fila
            end-evaluate

            move lnk-Company_Kaisha                 to ws-Company_Kaisha-salva
            move lnk-informacoes-programa           to ws-informacoes-programa-salva

            move ws-CompanyCode-cx(ws-ind-caixa)    to lnk-CompanyCode
            move ws-BranchCode-cx(ws-ind-caixa)     to lnk-BranchCode

            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran
            if   ws-OperationOK
                 move f00700-cnpj                   to lnk-cnpj
                 move f00700-razao-social           to lnk-razao-social
                 move f00700-Name_Namae-fantasia    to lnk-Name_Namae-fantasia
            end-if

            perform 9000-acesso-programa

            if   ws-programa-liberado
                 move ws-Option-fila                to lnk-Option_Opushon-inicial
                 call ws-ProgramCode using lnk-par
                 cancel ws-ProgramCode
            else
                 string "Usuario_Yuuzaa sem acesso ao programa [" ws-ProgramCode "] na Company_Kaisha do item!"
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move zeros                              to lnk-Option_Opushon-inicial
            move ws-Company_Kaisha-salva            to lnk-Company_Kaisha
            move ws-informacoes-programa-salva      to lnk-informacoes-programa

            *> Itens decididos saem da caixa
            perform 2100-monta-caixa
            if   ws-qtde-caixa equal zeros
                 move "Todas as aprovacoes pendentes foram tratadas!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set wf-Frame_Furemu-Return_Modoru  to true
                 exit section
            end-if

            move 1                                  to ws-primeiro-caixa
            perform 8000-inicia-Frame_Furemu

       exit.

      *>=================================================================================
      *> Acesso do Usuario_Yuuzaa ao programa na Company_Kaisha corrente;
      *> sem Maintenance_Hozen a fila ainda aceita o delegado vigente, por
      *> isso basta o programa estar concedido
       9000-acesso-programa section.

            set  ws-programa-negado                 to true

            if   lnk-MasterLogin
                 set  lnk-AllowQuery                to true
                 set  lnk-AllowAdd                  to true
                 set  lnk-AllowMaintenance          to true
                 set  lnk-permite-Delete_Sakujo     to true
                 set  lnk-nao-restringe-campos      to true
                 set  ws-programa-liberado          to true
                 exit section
            end-if

            initialize                             f01300-User_Yuuzaa-modulo
            move lnk-CompanyCode                    to f01300-CompanyCode
            move lnk-BranchCode                     to f01300-BranchCode
            move ws-UserID-corrente                 to f01300-UserID
            move ws-ProgramCode                     to f01300-ProgramCode
            perform 9000-Read_Yomu-pd01300-ran
            if   ws-OperationOK
                 move f01300-id-Query_Shokai         to lnk-id-Query_Shokai
                 move f00130-id-inclusao             to lnk-id-inclusao
                 move f01300-id-Maintenance_Hozen    to lnk-id-Maintenance_Hozen
                 move f00130-id-Delete_Sakujo        to lnk-id-Delete_Sakujo
                 move f01300-id-campos-restritos     to lnk-id-campos-restritos
                 set  ws-programa-liberado          to true
            else
                 move "00"                          to ws-AccessResult
            end-if

       exit.

      *>=================================================================================
       9000-autoridade-empresa section.

            move "N"                                to ws-id-aprova-credito
                                                       ws-id-aprova-pagamento
                                                       ws-id-aprova-recebimento
                                                       ws-id-aprova-quarentena
                                                       ws-id-aprova-requisicao
                                                       ws-id-aprova-margem

            if   lnk-MasterLogin
                 move "S"                           to ws-id-aprova-credito
                                                       ws-id-aprova-pagamento
                                                       ws-id-aprova-recebimento
                                                       ws-id-aprova-quarentena
                                                       ws-id-aprova-requisicao
                                                       ws-id-aprova-margem
                 exit section
            end-if

            move c-fila-credito                     to ws-ProgramCode
            perform 9000-le-maintenance
            if   f01300-AllowMaintenance
                 move "S"                           to ws-id-aprova-credito
            end-if

            move c-fila-pagamento                   to ws-ProgramCode
            perform 9000-le-maintenance
            if   f01300-AllowMaintenance
                 move "S"                           to ws-id-aprova-pagamento
            end-if

            move c-fila-recebimento                 to ws-ProgramCode
            perform 9000-le-maintenance
            if   f01300-AllowMaintenance
                 move "S"                           to ws-id-aprova-recebimento
            end-if

            move c-fila-quarentena                  to ws-ProgramCode
            perform 9000-le-maintenance
            if   f01300-AllowMaintenance
                 move "S"                           to ws-id-aprova-quarentena
            end-if

            move c-fila-requisicao                  to ws-ProgramCode
            perform 9000-le-maintenance
            if   f01300-AllowMaintenance
                 move "S"                           to ws-id-aprova-requisicao
            end-if

            *> Margem: a credencial de supervisor da liberacao presencial
            if   f00800-Active_Akutibu
            and  f00800-permite-atribuir-acesso
                 move "S"                           to ws-id-aprova-margem
            end-if

       exit.

      *>=================================================================================
       9000-le-maintenance section.

            initialize                             f01300-User_Yuuzaa-modulo
            move ws-CompanyCode-pend                to f01300-CompanyCode
            move ws-BranchCode-pend                 to f01300-BranchCode
            move ws-UserID-corrente                 to f01300-UserID
            move ws-ProgramCode                     to f01300-ProgramCode
            perform 9000-Read_Yomu-pd01300-ran
            if   not ws-OperationOK
                 initialize                        f01300-User_Yuuzaa-modulo
                 move "00"                          to ws-AccessResult
            end-if

       exit.

      *>=================================================================================
      *> Delegacoes ativas e vigentes hoje recebidas pelo Usuario_Yuuzaa
       9000-carrega-delegacoes section.

            move zeros                              to ws-qtde-delegacoes

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f11600-Delegacao
            move ws-CompanyCode-pend                to f11600-CompanyCode
            move ws-BranchCode-pend                 to f11600-BranchCode
            move zeros                              to f11600-Seq-delegacao
            perform 9000-str-pd11600-grt
            perform 9000-Read_Yomu-pd11600-nex
            perform until not ws-OperationOK
                       or f11600-CompanyCode not equal ws-CompanyCode-pend
                       or f11600-BranchCode  not equal ws-BranchCode-pend
                       or ws-qtde-delegacoes not less 50

                 if   f11600-delegacao-ativa
                 and  f11600-UserID-delegado equal ws-UserID-corrente
                 and  f11600-data-inicio not greater ws-data-inv
                 and  f11600-data-fim    not less ws-data-inv
                      add  1                        to ws-qtde-delegacoes
                      move f11600-Type-autoridade   to ws-Type-autoridade-dlg(ws-qtde-delegacoes)
                      move f11600-UserID-delegante  to ws-UserID-delegante-dlg(ws-qtde-delegacoes)
                 end-if

                 perform 9000-Read_Yomu-pd11600-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Delegacao do tipo procurado; com titular informado, somente dele
       9000-procura-delegacao section.

            set  ws-delegacao-ausente               to true

            perform varying ws-ind-delegacao from 1 by 1
                    until ws-ind-delegacao greater ws-qtde-delegacoes
                 if   ws-Type-autoridade-dlg(ws-ind-delegacao) equal ws-Type-procura-dlg
                 and  ws-UserID-delegante-dlg(ws-ind-delegacao) not equal ws-UserID-exclui-dlg
                 and (ws-UserID-procura-dlg equal zeros
                  or  ws-UserID-delegante-dlg(ws-ind-delegacao) equal ws-UserID-procura-dlg)
                      set  ws-delegacao-encontrada  to true
                      move "DELEGADO"               to ws-origem-item
                      exit perform
                 end-if
            end-perform

       exit.

      *>=================================================================================
       9000-procura-escalonamento section.

            initialize                             f19000-Aviso_Escalonamento
            move ws-CompanyCode-pend                to f19000-CompanyCode
            move ws-BranchCode-pend                 to f19000-BranchCode
            move ws-Type-fila-pend(ws-ind-pend)     to f19000-Type-fila
            move ws-chave-item-pend(ws-ind-pend)    to f19000-chave-item
            move zeros                              to f19000-nivel
            perform 9000-str-pd19000-grt
            perform 9000-Read_Yomu-pd19000-nex
            perform until not ws-OperationOK
                       or f19000-CompanyCode not equal ws-CompanyCode-pend
                       or f19000-BranchCode  not equal ws-BranchCode-pend
                       or f19000-Type-fila   not equal ws-Type-fila-pend(ws-ind-pend)
                       or f19000-chave-item  not equal ws-chave-item-pend(ws-ind-pend)

                 if   f19000-UserID-escalonamento equal ws-UserID-corrente
                      move "ESCALONADO"             to ws-origem-item
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd19000-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd00800
            close pd00900
            close pd01300
            close pd07500
            close pd09800
            close pd09850
            close pd11500
            close pd11600
            close pd15500
            close pd18800
            close pd19000

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
      *> Pagina da caixa: mais antigos primeiro dentro da ordem das filas
       8000-Screen_Gamen section.

            perform 9000-StandardFrame

            display "01-Abrir Item  02-Proxima Pagina  03-Atualizar  99-Sair" at line 09 col 10
            display "Item Fila         Empresa  Referencia                                        Valor Horas Origem" at line 11 col 10

            move 12                                 to ws-linha-caixa

            perform varying ws-ind-caixa from ws-primeiro-caixa by 1
                    until ws-ind-caixa greater ws-qtde-caixa
                       or ws-ind-caixa not less ws-primeiro-caixa + c-itens-pagina

                 move ws-ind-caixa                  to ws-item-lc
                 evaluate ws-Type-fila-cx(ws-ind-caixa)
                     when "C"
                          move "CREDITO"            to ws-ds-fila-lc
                     when "P"
                          move "PAGAMENTO"          to ws-ds-fila-lc
                     when "T"
                          move "RECEBIMENTO"        to ws-ds-fila-lc
                     when "Q"
                          move "QUARENTENA"         to ws-ds-fila-lc
                     when "R"
                          move "REQUISICAO"         to ws-ds-fila-lc
                     when "M"
                          move "MARGEM"             to ws-ds-fila-lc
                 end-evaluate
                 move ws-CompanyCode-cx(ws-ind-caixa) to ws-CompanyCode-lc
                 move ws-BranchCode-cx(ws-ind-caixa)  to ws-BranchCode-lc
                 move ws-referencia-cx(ws-ind-caixa)  to ws-referencia-lc
                 move ws-Value-cx(ws-ind-caixa)       to ws-Value-lc
                 move ws-idade-cx(ws-ind-caixa)       to ws-idade-lc
                 move ws-origem-cx(ws-ind-caixa)      to ws-origem-lc

                 display ws-Detalhe-Caixa at line ws-linha-caixa col 10
                 add  1                             to ws-linha-caixa
            end-perform

            move spaces                             to ws-Message_Messeji
            string ws-qtde-caixa " aprovacoes aguardando sua decisao" delimited by size into ws-Message_Messeji
            display ws-Message_Messeji at line 28 col 10
            move spaces                             to ws-Message_Messeji

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

       copy CSP19000.cpy. *> Pendencias de Aprovacao

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR00800.cpy.
       copy CSR00900.cpy.
       copy CSR01300.cpy.
       copy CSR07500.cpy.
       copy CSR09800.cpy.
       copy CSR09850.cpy.
       copy CSR11500.cpy.
       copy CSR11600.cpy.
       copy CSR15500.cpy.
       copy CSR18800.cpy.
       copy CSR19000.cpy.
