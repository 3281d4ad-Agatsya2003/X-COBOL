      $set sourceformat"free"
       program-id. CS00139S.
      *>=================================================================================
      *>
      *>        Execucao das Assinaturas de Relatorio e Envio por E-mail
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00800.cpy.
       copy CSS01300.cpy.
       copy CSS19100.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF01300.cpy.
       copy CSF19100.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00139S".
       78   c-ProgramDesc                   value "EXECUCAO DE ASSINATURAS".
       78   c-horizonte-Padrao                     value 30.

       copy CSW00900.cpy.
       copy CSW19100.cpy.

       01   ws-WorkFields.
            03 ws-data-hoje                        pic 9(08).
            03 filler redefines ws-data-hoje.
               05 ws-ano-hoje                      pic 9(04).
               05 ws-mes-hoje                      pic 9(02).
               05 ws-dia-hoje                      pic 9(02).
            03 ws-data-hoje-int                    pic 9(07).
            03 ws-dia-semana                       pic 9(01).
            03 ws-data-calculo                     pic 9(08).
            03 filler redefines ws-data-calculo.
               05 ws-ano-calculo                   pic 9(04).
               05 ws-mes-calculo                   pic 9(02).
               05 ws-dia-calculo                   pic 9(02).
            03 ws-data-calculo-int                 pic 9(07).
            03 ws-id-vencida                       pic x(01).
               88 ws-assinatura-vencida                value "S".
               88 ws-assinatura-fora-do-dia            value "N".
            03 ws-ProgramCode-relatorio            pic x(08).
            03 ws-ds-relatorio                     pic x(30).
            03 ws-contador-enviadas                pic 9(05).
            03 ws-contador-falhas                  pic 9(05).
            03 ws-contador-canceladas              pic 9(05).

       01   ws-Contexto-Salvo.
            03 ws-User_Yuuzaa-salvo                pic x(088).
            03 ws-informacoes-programa-salva       pic x(246).
            03 ws-ctrl-execucao-salvo              pic x(001).
            03 ws-Line_Gyou-comando-salva          pic x(500).

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
            perform 9000-Open_Akeru-i-pd01300
            perform 9000-Open_Akeru-io-pd19100

            move zeros                              to ws-contador-enviadas
                                                       ws-contador-falhas
                                                       ws-contador-canceladas

       exit.

      *>=================================================================================
      *> Roda como job do CS00111S: cada assinatura ativa da Company_Kaisha
      *> no dia da sua frequencia gera o relatorio com os parametros fixos,
      *> que fica no spool e segue anexo ao e-mail do assinante
       2000-Processing_Shori section.

            accept ws-data-hoje                    from date yyyymmdd
            move function integer-of-date(ws-data-hoje) to ws-data-hoje-int
            *> 01/01/1601 (dia 1) foi uma segunda-feira
            compute ws-dia-semana = function mod(ws-data-hoje-int - 1, 7) + 1

            initialize                             f19100-Assinatura_Relatorio
            move lnk-CompanyCode                    to f19100-CompanyCode
            move lnk-BranchCode                     to f19100-BranchCode
            move zeros                              to f19100-Seq-assinatura
            perform 9000-str-pd19100-grt
            perform 9000-Read_Yomu-pd19100-nex
            perform until not ws-OperationOK
                       or f19100-CompanyCode not equal lnk-CompanyCode
                       or f19100-BranchCode  not equal lnk-BranchCode

                 if   f19100-assinatura-ativa
                 and  f19100-data-ultima-execucao not equal ws-data-hoje
                      perform 2100-avalia-assinatura
                 end-if

                 perform 9000-Read_Yomu-pd19100-nex
            end-perform

            if   not lnk-execucao-background
                 string "Assinaturas: " ws-contador-enviadas " enviadas, "
                        ws-contador-falhas " falhas, "
                        ws-contador-canceladas " canceladas." delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2100-avalia-assinatura section.

            set  ws-assinatura-fora-do-dia          to true

            evaluate true
                when f19100-frequencia-diaria
                     set  ws-assinatura-vencida     to true
                when f19100-frequencia-semanal
                     if   f19100-dia-execucao equal ws-dia-semana
                          set  ws-assinatura-vencida to true
                     end-if
                when f19100-frequencia-mensal
                     if   f19100-dia-execucao equal ws-dia-hoje
                          set  ws-assinatura-vencida to true
                     end-if
            end-evaluate

            if   ws-assinatura-fora-do-dia
                 exit section
            end-if

            *> Acesso revisto a cada execucao: sem permissao a assinatura
            *> e cancelada e o relatorio nao sai
            perform 9000-permissao-assinatura
            if   ws-assinatura-sem-permissao
                 perform 9000-cancela-assinatura
                 add  1                             to ws-contador-canceladas
                 perform 2400-avisa-cancelamento
                 exit section
            end-if

            perform 2200-periodo-assinatura
            perform 2300-executa-relatorio

            if   lw-arquivo-assinatura equal spaces
                 add  1                             to ws-contador-falhas
                 exit section
            end-if

            perform 2500-envia-relatorio

            move ws-data-hoje                       to f19100-data-ultima-execucao
            perform 9000-Rewrite_Kakinaosu-pd19100
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f19100-Assinatura_Relatorio - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            add  1                                  to ws-contador-enviadas

       exit.

      *>=================================================================================
      *> M mes anterior fechado, A do dia 1 ate hoje, S os sete dias ate
      *> ontem, D somente ontem
       2200-periodo-assinatura section.

            initialize                             lw-Parameters-assinatura
            set  lw-execucao-assinatura             to true

            move ws-data-hoje                       to ws-data-calculo
            move 01                                 to ws-dia-calculo

            evaluate true
                when f19100-periodo-mes-anterior
                     compute ws-data-calculo-int =
                             function integer-of-date(ws-data-calculo) - 1
                     move function date-of-integer(ws-data-calculo-int) to lw-data-final-assinatura
                     move lw-data-final-assinatura  to ws-data-calculo
                     move 01                        to ws-dia-calculo
                     move ws-data-calculo           to lw-data-inicial-assinatura
                when f19100-periodo-mes-corrente
                     move ws-data-calculo           to lw-data-inicial-assinatura
                     move ws-data-hoje              to lw-data-final-assinatura
                when f19100-periodo-semana-anterior
                     compute ws-data-calculo-int = ws-data-hoje-int - 7
                     move function date-of-integer(ws-data-calculo-int) to lw-data-inicial-assinatura
                     compute ws-data-calculo-int = ws-data-hoje-int - 1
                     move function date-of-integer(ws-data-calculo-int) to lw-data-final-assinatura
                when other
                     compute ws-data-calculo-int = ws-data-hoje-int - 1
                     move function date-of-integer(ws-data-calculo-int) to lw-data-inicial-assinatura
                     move lw-data-inicial-assinatura to lw-data-final-assinatura
            end-evaluate

            if   f19100-dias-horizonte greater zeros
                 move f19100-dias-horizonte         to lw-dias-horizonte-assinatura
            else
                 move c-horizonte-Padrao            to lw-dias-horizonte-assinatura
            end-if

       exit.

      *>=================================================================================
      *> O relatorio roda em nome do assinante, com o acesso dele ao
      *> programa, pela mesma via assincrona dos jobs da noite
       2300-executa-relatorio section.

            move lnk-User_Yuuzaa                    to ws-User_Yuuzaa-salvo
            move lnk-informacoes-programa           to ws-informacoes-programa-salva
            move lnk-ctrl-execucao                  to ws-ctrl-execucao-salvo
            move lnk-Line_Gyou-comando              to ws-Line_Gyou-comando-salva

            move f19100-UserID-assinante            to lnk-UserID
            move f00800-UserName                    to lnk-UserName
            move spaces                             to lnk-id-MasterLogin

            if   f00800-Development_Kaihatsu
                 set  lnk-MasterLogin               to true
                 set  lnk-AllowQuery                to true
                 set  lnk-AllowAdd                  to true
                 set  lnk-AllowMaintenance          to true
                 set  lnk-permite-Delete_Sakujo     to true
                 set  lnk-nao-restringe-campos      to true
            else
                 move f01300-id-Query_Shokai         to lnk-id-Query_Shokai
                 move f00130-id-inclusao             to lnk-id-inclusao
                 move f01300-id-Maintenance_Hozen    to lnk-id-Maintenance_Hozen
                 move f00130-id-Delete_Sakujo        to lnk-id-Delete_Sakujo
                 move f01300-id-campos-restritos     to lnk-id-campos-restritos
            end-if

            set  lnk-execucao-background            to true
            move lw-Parameters-assinatura           to lnk-Line_Gyou-comando
            move f19100-ProgramCode-relatorio       to ws-ProgramCode-relatorio

            call ws-ProgramCode-relatorio using lnk-par
                 on exception
                     move spaces                    to lnk-Line_Gyou-comando
            end-call
            cancel ws-ProgramCode-relatorio

            *> Sem o arquivo devolvido a execucao conta como falha
            move lnk-Line_Gyou-comando              to lw-Parameters-assinatura
            if   not lw-execucao-assinatura
                 move spaces                        to lw-arquivo-assinatura
            end-if

            move ws-User_Yuuzaa-salvo               to lnk-User_Yuuzaa
            move ws-informacoes-programa-salva      to lnk-informacoes-programa
            move ws-ctrl-execucao-salvo             to lnk-ctrl-execucao
            move ws-Line_Gyou-comando-salva         to lnk-Line_Gyou-comando

       exit.

      *>=================================================================================
       2400-avisa-cancelamento section.

            if   f00800-Email equal spaces
                 exit section
            end-if

            perform 9000-descricao-relatorio

            initialize                             lw-Email_Soushin
            move f00800-Email                       to lw-destinatario-Email
            string "COBSOFT - Assinatura cancelada - " function trim(ws-ds-relatorio)
                   delimited by size into lw-assunto-Email
            string "Ola " function trim(f00800-UserName)
                   ", sua assinatura " f19100-Seq-assinatura " do relatorio "
                   function trim(ws-ds-relatorio) " (" f19100-ProgramCode-relatorio
                   ") da empresa " lnk-CompanyCode "." lnk-BranchCode
                   " foi cancelada porque voce nao tem mais permissao para executa-lo."
                   delimited by size into lw-corpo-Email
            call c-enviar-Email_Soushin using lnk-par lw-Email_Soushin
            cancel c-enviar-Email_Soushin

       exit.

      *>=================================================================================
       2500-envia-relatorio section.

            if   f00800-Email equal spaces
                 exit section
            end-if

            perform 9000-descricao-relatorio

            initialize                             lw-Email_Soushin
            move f00800-Email                       to lw-destinatario-Email
            string "COBSOFT - " function trim(ws-ds-relatorio)
                   " - " lw-data-inicial-assinatura " a " lw-data-final-assinatura
                   delimited by size into lw-assunto-Email
            string "Ola " function trim(f00800-UserName)
                   ", segue anexo o relatorio " function trim(ws-ds-relatorio)
                   " da empresa " lnk-CompanyCode "." lnk-BranchCode
                   ", periodo de " lw-data-inicial-assinatura " a " lw-data-final-assinatura
                   ", conforme sua assinatura " f19100-Seq-assinatura
                   ". O relatorio tambem esta disponivel no spool do COBSOFT."
                   delimited by size into lw-corpo-Email
            move lw-arquivo-assinatura              to lw-anexo-1-Email
            call c-enviar-Email_Soushin using lnk-par lw-Email_Soushin
            cancel c-enviar-Email_Soushin

       exit.

      *>=================================================================================
       9000-descricao-relatorio section.

            evaluate true
                when f19100-relatorio-aging
                     move "AGING DE CONTAS A RECEBER" to ws-ds-relatorio
                when f19100-relatorio-ranking
                     move "RANKING DE VENDAS"        to ws-ds-relatorio
                when f19100-relatorio-valorizacao
                     move "VALORIZACAO DO ESTOQUE"   to ws-ds-relatorio
                when f19100-relatorio-fluxo-caixa
                     move "PROJECAO DE FLUXO DE CAIXA" to ws-ds-relatorio
                when other
                     move f19100-ProgramCode-relatorio to ws-ds-relatorio
            end-evaluate

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00800
            close pd01300
            close pd19100

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

       copy CSP19100.cpy. *> Assinaturas de Relatorio

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR01300.cpy.
       copy CSR19100.cpy.
