      $set sourceformat"free"
       program-id. CS00138S.
      *>=================================================================================
      *>
      *>       Escalonamento por E-mail de Aprovacoes sem Decisao no Prazo
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00800.cpy.
       copy CSS07500.cpy.
       copy CSS09800.cpy.
       copy CSS09850.cpy.
       copy CSS11500.cpy.
       copy CSS15500.cpy.
       copy CSS18800.cpy.
       copy CSS18900.cpy.
       copy CSS19000.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF07500.cpy.
       copy CSF09800.cpy.
       copy CSF09850.cpy.
       copy CSF11500.cpy.
       copy CSF15500.cpy.
       copy CSF18800.cpy.
       copy CSF18900.cpy.
       copy CSF19000.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00138S".
       78   c-ProgramDesc                   value "ESCALONAMENTO DE APROVACOES".

       copy CSW00900.cpy.
       copy CSW19000.cpy.

       01   ws-WorkFields.
            03 ws-nivel                            pic 9(01).
            03 ws-contador-avisos                  pic 9(05).
            03 ws-Value-x                          pic zzz.zzz.zz9,99.
            03 ws-ds-fila                          pic x(30).

       01   lw-Email_Soushin.
            03 lw-destinatario-Email                  pic x(55).
            03 lw-assunto-Email                    pic x(100).
            03 lw-corpo-Email                      pic x(500).
            03 lw-anexo-1-Email                    pic x(200).
            03 lw-anexo-2-Email                    pic x(200).

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

            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd07500
            perform 9000-Open_Akeru-i-pd09800
            perform 9000-Open_Akeru-i-pd09850
            perform 9000-Open_Akeru-i-pd11500
            perform 9000-Open_Akeru-i-pd15500
            perform 9000-Open_Akeru-i-pd18800
            perform 9000-Open_Akeru-i-pd18900
            perform 9000-Open_Akeru-io-pd19000

            move zeros                              to ws-contador-avisos

       exit.

      *>=================================================================================
      *> Cada item pendente passa pelos niveis da sua fila: vencido o prazo
      *> de um nivel ainda nao avisado, o aprovador do nivel recebe o
      *> e-mail e o aviso fica registrado para nao se repetir
       2000-Processing_Shori section.

            move lnk-CompanyCode                    to ws-CompanyCode-pend
            move lnk-BranchCode                     to ws-BranchCode-pend
            perform 9000-carrega-pendencias

            perform varying ws-ind-pend from 1 by 1
                    until ws-ind-pend greater ws-qtde-pendencias
                 perform varying ws-nivel from 1 by 1
                         until ws-nivel greater 9
                      perform 2100-avalia-nivel
                 end-perform
            end-perform

            if   not lnk-execucao-background
                 string ws-contador-avisos " aprovacoes escalonadas por e-mail." delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2100-avalia-nivel section.

            initialize                             f18900-Escalonamento_Aprovacao
            move lnk-CompanyCode                    to f18900-CompanyCode
            move lnk-BranchCode                     to f18900-BranchCode
            move ws-Type-fila-pend(ws-ind-pend)     to f18900-Type-fila
            move ws-nivel                           to f18900-nivel
            perform 9000-Read_Yomu-pd18900-ran
            if   not ws-OperationOK
            or   not f18900-escalonamento-ativo
            or   ws-idade-horas-pend(ws-ind-pend) less f18900-horas-limite
                 exit section
            end-if

            *> O proprio solicitante nunca recebe o escalonamento
            if   f18900-UserID-escalonamento equal ws-UserID-solicitante-pend(ws-ind-pend)
                 exit section
            end-if

            initialize                             f19000-Aviso_Escalonamento
            move lnk-CompanyCode                    to f19000-CompanyCode
            move lnk-BranchCode                     to f19000-BranchCode
            move ws-Type-fila-pend(ws-ind-pend)     to f19000-Type-fila
            move ws-chave-item-pend(ws-ind-pend)    to f19000-chave-item
            move ws-nivel                           to f19000-nivel
            perform 9000-Read_Yomu-pd19000-ran
            if   ws-OperationOK
                 exit section
            end-if

            perform 2200-envia-aviso

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            initialize                             f19000-Aviso_Escalonamento
            move lnk-CompanyCode                    to f19000-CompanyCode
            move lnk-BranchCode                     to f19000-BranchCode
            move ws-Type-fila-pend(ws-ind-pend)     to f19000-Type-fila
            move ws-chave-item-pend(ws-ind-pend)    to f19000-chave-item
            move ws-nivel                           to f19000-nivel
            move f18900-UserID-escalonamento        to f19000-UserID-escalonamento
            move ws-idade-horas-pend(ws-ind-pend)   to f19000-horas-pendente
            move ws-data-inv                        to f19000-data-aviso
            move ws-Hours(01:06)                    to f19000-horario-aviso
            perform 9000-Write_Kaku-pd19000
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f19000-Aviso_Escalonamento - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-contador-avisos

       exit.

      *>=================================================================================
       2200-envia-aviso section.

            initialize                             f00800-User_Yuuzaa
            move f18900-UserID-escalonamento        to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   not ws-OperationOK
            or   f00800-Email equal spaces
                 move "00"                          to ws-AccessResult
                 exit section
            end-if

            evaluate true
                when ws-pend-credito(ws-ind-pend)
                     move "LIBERACAO DE CREDITO"     to ws-ds-fila
                when ws-pend-pagamento(ws-ind-pend)
                     move "APROVACAO DE PAGAMENTO"   to ws-ds-fila
                when ws-pend-recebimento(ws-ind-pend)
                     move "RECEBIMENTO FORA DE TOLERANCIA" to ws-ds-fila
                when ws-pend-quarentena(ws-ind-pend)
                     move "QUARENTENA"               to ws-ds-fila
                when ws-pend-requisicao(ws-ind-pend)
                     move "REQUISICAO DE COMPRA"     to ws-ds-fila
                when ws-pend-margem(ws-ind-pend)
                     move "PISO DE MARGEM"           to ws-ds-fila
            end-evaluate

            move ws-Value-pend(ws-ind-pend)         to ws-Value-x

            initialize                             lw-Email_Soushin
            move f00800-Email                       to lw-destinatario-Email
            string "COBSOFT - Aprovacao sem decisao ha " ws-idade-horas-pend(ws-ind-pend)
                   " horas - " function trim(ws-ds-fila)
                   delimited by size into lw-assunto-Email
            string "Ola " function trim(f00800-UserName)
                   ", a aprovacao abaixo esta pendente alem do prazo e foi escalonada para voce (nivel "
                   ws-nivel "). Empresa " lnk-CompanyCode "." lnk-BranchCode
                   " - " function trim(ws-ds-fila)
                   " - " function trim(ws-referencia-pend(ws-ind-pend))
                   " - Valor R$ " ws-Value-x
                   " - Solicitado em " ws-data-pend(ws-ind-pend)
                   ". Consulte a caixa de aprovacoes no COBSOFT."
                   delimited by size into lw-corpo-Email
            call c-enviar-Email_Soushin using lnk-par lw-Email_Soushin
            cancel c-enviar-Email_Soushin

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00800
            close pd07500
            close pd09800
            close pd09850
            close pd11500
            close pd15500
            close pd18800
            close pd18900
            close pd19000

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

       copy CSP19000.cpy. *> Pendencias de Aprovacao

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR07500.cpy.
       copy CSR09800.cpy.
       copy CSR09850.cpy.
       copy CSR11500.cpy.
       copy CSR15500.cpy.
       copy CSR18800.cpy.
       copy CSR18900.cpy.
       copy CSR19000.cpy.
