               88 ws-predecessor-ok                    value "S".
               88 ws-predecessor-pendente              value "N".
            03 ws-ProgramCode-job                  pic x(08).
            03 ws-contador-nao-vencidos            pic 9(05).
            03 ws-minutos-agora                    pic 9(11).
            03 ws-minutos-ultima                   pic 9(11).
            03 ws-data-calculo                     pic 9(08).
            03 ws-horario-calculo                  pic 9(06).
            03 filler redefines ws-horario-calculo.
               05 ws-hora-calculo                  pic 9(02).
               05 ws-minuto-calculo                pic 9(02).
               05 ws-segundo-calculo               pic 9(02).
            03 ws-ctrl-execucao-salvo              pic x(01).

       01   f-Job.
            03 f-cd-job                            pic 9(04).
            03 f-ds-job                            pic x(40).
            03 f-horario-programado                pic 9(04).
            03 f-cd-job-predecessor                pic 9(04).
            03 f-Parameters-job                    pic x(80).
            03 f-intervalo-minutos                 pic 9(04).

      *>=================================================================================
       linkage section.
            03 line 15 col 34   pic x(40) from f-ds-job.
            03 line 17 col 17   pic x(16) value "Horario (HHMM):".
            03 line 17 col 34   pic 9(04) from f-horario-programado.
            03 line 17 col 44   pic x(16) value "Intervalo (min):".
            03 line 17 col 61   pic 9(04) from f-intervalo-minutos.
            03 line 19 col 21   pic x(12) value "Predecessor:".
            03 line 19 col 34   pic 9(04) from f-cd-job-predecessor.
            03 line 21 col 22   pic x(11) value "Parametros:".
            03 line 21 col 34   pic x(80) from f-Parameters-job.

      *>=================================================================================
       procedure division using lnk-par.
      *>=================================================================================
       2000-Processing_Shori section.

            *> Acionado pela via assincrona, executa a cadeia da noite; com
            *> o parametro PERIODICOS executa os jobs com intervalo vencido
            if   lnk-execucao-background
                 if   lnk-Line_Gyou-comando(01:10) equal "PERIODICOS"
                      perform 2100-executar-periodicos
                 else
                      set  ws-execucao-normal       to true
                      perform 2100-executar-cadeia
                 end-if
                 exit section
            end-if

                     perform 2100-executar-cadeia
                when 04
                     perform 2100-listar-log
                when 05
                     perform 2100-executar-periodicos
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                 move f08600-ds-job                 to f-ds-job
                 move f08600-horario-programado     to f-horario-programado
                 move f08600-cd-job-predecessor     to f-cd-job-predecessor
                 move f08600-Parameters-job         to f-Parameters-job
                 move f08600-intervalo-minutos      to f-intervalo-minutos
                 perform 8000-Screen_Gamen
            end-if

            end-perform
            accept f-ds-job              at line 15 col 34 with update auto-skip
            accept f-horario-programado  at line 17 col 34 with update auto-skip
            accept f-intervalo-minutos   at line 17 col 61 with update auto-skip
            accept f-cd-job-predecessor  at line 19 col 34 with update auto-skip
            accept f-Parameters-job      at line 21 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 move f-ds-job                     to f08600-ds-job
                 move f-horario-programado         to f08600-horario-programado
                 move f-cd-job-predecessor         to f08600-cd-job-predecessor
                 move f-Parameters-job             to f08600-Parameters-job
                 move f-intervalo-minutos          to f08600-intervalo-minutos
                 perform 9000-Rewrite_Kakinaosu-pd08600
            else
                 initialize                        f08600-Job_Batch
                 move f-ds-job                     to f08600-ds-job
                 move f-horario-programado         to f08600-horario-programado
                 move f-cd-job-predecessor         to f08600-cd-job-predecessor
                 move f-Parameters-job             to f08600-Parameters-job
                 move f-intervalo-minutos          to f08600-intervalo-minutos
                 set  f08600-job-Active_Akutibu    to true
                 perform 9000-Write_Kaku-pd08600
            end-if
                       or f08600-CompanyCode not equal lnk-CompanyCode
                       or f08600-BranchCode  not equal lnk-BranchCode

                 *> Jobs com intervalo rodam pela execucao periodica
                 if   f08600-job-Active_Akutibu
                 and  f08600-intervalo-minutos equal zeros
                      perform 2200-executa-job
                 end-if


       exit.

      *>=================================================================================
      *> Jobs com intervalo em minutos (o comando AGENDADOR do CS00001S
      *> aciona esta execucao a cada minuto): roda o job cujo intervalo ja venceu desde
      *> a ultima execucao; o log do dia guarda a execucao mais recente
       2100-executar-periodicos section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            compute ws-minutos-agora = function integer-of-date(ws-data-inv) * 1440
                                     + function numval(ws-Hours(01:02)) * 60
                                     + function numval(ws-Hours(03:02))

            move zeros                              to ws-contador-executados
                                                       ws-contador-falhas
                                                       ws-contador-nao-vencidos

            initialize                             f08600-Job_Batch
            move lnk-CompanyCode                    to f08600-CompanyCode
            move lnk-BranchCode                     to f08600-BranchCode
            move zeros                             to f08600-cd-job
            perform 9000-str-pd08600-grt
            perform 9000-Read_Yomu-pd08600-nex
            perform until not ws-OperationOK
                       or f08600-CompanyCode not equal lnk-CompanyCode
                       or f08600-BranchCode  not equal lnk-BranchCode

                 if   f08600-job-Active_Akutibu
                 and  f08600-intervalo-minutos greater zeros
                      perform 2200-executa-periodico
                 end-if

                 perform 9000-Read_Yomu-pd08600-nex
            end-perform

            if   not lnk-execucao-background
                 string "Periodicos: " ws-contador-executados " executados, "
                        ws-contador-falhas " falhas, "
                        ws-contador-nao-vencidos " aguardando intervalo." into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-executa-periodico section.

            if   f08600-data-ultima-execucao greater zeros
                 move f08600-data-ultima-execucao   to ws-data-calculo
                 move f08600-horario-ultima-execucao to ws-horario-calculo
                 compute ws-minutos-ultima = function integer-of-date(ws-data-calculo) * 1440
                                           + ws-hora-calculo * 60
                                           + ws-minuto-calculo
                 if   ws-minutos-agora - ws-minutos-ultima less f08600-intervalo-minutos
                      add 1                         to ws-contador-nao-vencidos
                      exit section
                 end-if
            end-if

            perform 9000-registra-log-inicio

            move lnk-ctrl-execucao                 to ws-ctrl-execucao-salvo
            set  lnk-execucao-background           to true
            move f08600-Parameters-job             to lnk-Line_Gyou-comando
            move f08600-ProgramCode                to ws-ProgramCode-job

            call ws-ProgramCode-job using lnk-par
                 on exception
                     set f08700-execucao-falha     to true
            end-call
            cancel ws-ProgramCode-job

            move ws-ctrl-execucao-salvo            to lnk-ctrl-execucao

            if   f08700-execucao-falha
                 add 1                              to ws-contador-falhas
            else
                 set  f08700-execucao-ok            to true
                 add 1                              to ws-contador-executados
            end-if

            perform 9000-registra-log-fim

            move ws-data-inv                       to f08600-data-ultima-execucao
            move f08700-horario-inicio             to f08600-horario-ultima-execucao
            perform 9000-Rewrite_Kakinaosu-pd08600

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-verifica-predecessor section.

            display "02 - Executar Cadeia da Noite"    at line 13 col 16
            display "03 - Reexecutar a partir da Falha" at line 15 col 16
            display "04 - Listar Log do Dia"           at line 17 col 16
            display "05 - Executar Jobs Periodicos"    at line 19 col 16

       exit.

