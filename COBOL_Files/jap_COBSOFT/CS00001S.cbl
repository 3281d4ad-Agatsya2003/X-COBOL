       78   c-transmissao-nfe                       value "CS30010C".
       78   c-controle-jobs                         value "CS00111S".
       78   c-backup-dados                          value "CS00108S".
       78   c-distribuicao-dfe                      value "CS40015C".
       78   c-libera-reservas                       value "CS30053C".

       copy CSW00900.cpy.

            03 ws-empresa-x                        pic x(03).
            03 ws-filial-x                         pic x(04).
            03 ws-resto-comando                    pic x(470).
            03 ws-parametros-comando               pic x(480).
            03 ws-ptr-comando                      pic 9(03).
            03 ws-data-ciclo                       pic 9(08).

      *>=================================================================================
       linkage section.
      *>=================================================================================
      *> A primeira palavra da linha de comando seleciona o processo e as
      *> duas seguintes, quando numericas, fixam Company_Kaisha/filial; sem
      *> elas o processo roda para cada Company_Kaisha ativa do cadastro e
      *> recebe o restante da linha como parametro (JOBS PERIODICOS)
       2000-Processing_Shori section.

            if   lnk-WithErrors
                                                       ws-empresa-x
                                                       ws-filial-x
                                                       ws-resto-comando
                                                       ws-parametros-comando
            move 1                                  to ws-ptr-comando
            unstring lnk-Line_Gyou-comando delimited by all " "
                     into ws-comando
                     with pointer ws-ptr-comando
            if   ws-ptr-comando not greater length of lnk-Line_Gyou-comando
                 move lnk-Line_Gyou-comando(ws-ptr-comando:) to ws-parametros-comando
            end-if
            unstring ws-parametros-comando delimited by all " "
                     into ws-empresa-x ws-filial-x ws-resto-comando

            if   ws-comando equal "AGENDADOR"
                 perform 2100-agendador
                 exit section
            end-if

            if   function test-numval(ws-empresa-x) equal zeros
            and  function test-numval(ws-filial-x)  equal zeros
            and  function numval(ws-empresa-x) greater zeros

                 move function numval(ws-empresa-x) to lnk-CompanyCode
                 move function numval(ws-filial-x)  to lnk-BranchCode

            else

                 perform 2100-dispara-empresas

            end-if

       exit.

      *>=================================================================================
       2100-dispara-empresas section.

            perform 9000-Open_Akeru-i-pd00700

            initialize                             f00700-Company_Kaisha
            perform 9000-str-pd00700-gtr
            perform 9000-Read_Yomu-pd00700-nex
            perform until not ws-OperationOK

                 if   f00700-Company_Kaisha-ativa
                      move f00700-CompanyCode       to lnk-CompanyCode
                      move f00700-BranchCode        to lnk-BranchCode
                      move ws-parametros-comando    to lnk-Line_Gyou-comando
                      perform 2100-dispara-processo
                 end-if

                 perform 9000-Read_Yomu-pd00700-nex
            end-perform

            close pd00700

       exit.

      *>=================================================================================
      *> Execucao residente: iniciada uma vez por dia junto com a cadeia da
      *> noite, dispara JOBS PERIODICOS para cada Company_Kaisha ativa a cada
      *> virada de minuto e encerra na troca de data
       2100-agendador section.

            accept ws-data-ciclo                   from date yyyymmdd
            move ws-data-ciclo                      to ws-data-inv

            perform until ws-data-inv not equal ws-data-ciclo

                 move "JOBS"                        to ws-comando
                 move "PERIODICOS"                  to ws-parametros-comando
                 perform 2100-dispara-empresas

                 accept ws-Hours                   from time
                 compute ws-nr-segundos = 60 - function numval(ws-Hours(05:02))
                 perform 9000-sleep

                 accept ws-data-inv                from date yyyymmdd
            end-perform

       exit.

                 when "BACKUP"
                      call c-backup-dados using lnk-par
                      cancel c-backup-dados
                 when "DFE"
                      call c-distribuicao-dfe using lnk-par
                      cancel c-distribuicao-dfe
                 when "RESERVAS"
                      call c-libera-reservas using lnk-par
                      cancel c-libera-reservas
                 when "ESCALONAR"
                      call c-escalonar-aprovacoes using lnk-par
                      cancel c-escalonar-aprovacoes
                 when other
                      string "Comando assincrono desconhecido: " ws-comando into ws-Message_Messeji
                      perform 9000-Message_Messeji
