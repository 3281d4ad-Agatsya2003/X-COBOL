      $set sourceformat"free"
       program-id. CS00128S.
      *>=================================================================================
      *>
      *>       Lead Time do Roteiro de Producao - Calendario de Feriados
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS02800.cpy.
       copy CSS16500.cpy.
       copy CSS16600.cpy.

      *>=================================================================================
       data division.

       copy CSF02800.cpy.
       copy CSF16500.cpy.
       copy CSF16600.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00128S".
       78   c-ProgramDesc                   value "LEAD TIME DO ROTEIRO".

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-data-int                         pic 9(07).
            03 ws-dia-semana                       pic 9(01).
            03 ws-dias-contados                    pic 9(04).
            03 ws-horas-operacao                   pic 9(07)v9(04).
            03 ws-dias-operacao                    pic 9(04).
            03 ws-id-data-util                     pic x(01).
               88 ws-data-util                         value "S".
               88 ws-data-nao-util                     value "N".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW16600.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Roteiro.

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

            perform 9000-Open_Akeru-i-pd02800
            perform 9000-Open_Akeru-i-pd16500
            perform 9000-Open_Akeru-i-pd16600

       exit.

      *>=================================================================================
      *> As operacoes do roteiro sao executadas em sequencia: cada uma ocupa
      *> no seu Centro de Trabalho os dias uteis necessarios para o setup e
      *> a producao da Qty, pela capacidade diaria do centro
       2000-Processing_Shori section.

            set  lw-sem-roteiro                     to true
            move zeros                              to lw-dias-roteiro
                                                       lw-horas-roteiro

            initialize                             f16600-Roteiro_Producao
            move lnk-CompanyCode                    to f16600-CompanyCode
            move lnk-BranchCode                     to f16600-BranchCode
            move lw-ProductCode-roteiro             to f16600-ProductCode
            move zeros                             to f16600-Seq-operacao
            perform 9000-str-pd16600-grt
            perform 9000-Read_Yomu-pd16600-nex
            perform until not ws-OperationOK
                       or f16600-CompanyCode not equal lnk-CompanyCode
                       or f16600-BranchCode  not equal lnk-BranchCode
                       or f16600-ProductCode not equal lw-ProductCode-roteiro

                 set  lw-roteiro-calculado          to true

                 compute ws-horas-operacao =
                         f16600-tempo-setup-horas
                         + (f16600-tempo-unitario-horas * lw-qtde-roteiro)
                 add  ws-horas-operacao             to lw-horas-roteiro

                 move 1                             to ws-dias-operacao

                 initialize                         f16500-Centro_Trabalho
                 move lnk-CompanyCode               to f16500-CompanyCode
                 move lnk-BranchCode                to f16500-BranchCode
                 move f16600-cd-centro-trabalho     to f16500-cd-centro-trabalho
                 perform 9000-Read_Yomu-pd16500-ran
                 if   ws-OperationOK
                 and  f16500-capacidade-horas-dia greater zeros
                      divide ws-horas-operacao by f16500-capacidade-horas-dia
                             giving ws-dias-operacao
                      if   (ws-dias-operacao * f16500-capacidade-horas-dia) less ws-horas-operacao
                           add 1                    to ws-dias-operacao
                      end-if
                      if   ws-dias-operacao equal zeros
                           move 1                   to ws-dias-operacao
                      end-if
                 end-if

                 add  ws-dias-operacao              to lw-dias-roteiro

                 perform 9000-Read_Yomu-pd16600-nex
            end-perform

            if   lw-programacao-regressiva
                 perform 2100-programa-regressivo
            else
                 perform 2100-programa-progressivo
            end-if

       exit.

      *>=================================================================================
      *> A partir da data de inicio, conta os dias uteis do roteiro para frente
       2100-programa-progressivo section.

            if   lw-data-inicio-roteiro equal zeros
                 accept lw-data-inicio-roteiro      from date yyyymmdd
            end-if

            move function integer-of-date(lw-data-inicio-roteiro) to ws-data-int
            perform 9000-avanca-dia-util
            move function date-of-integer(ws-data-int) to lw-data-inicio-roteiro

            move 1                                  to ws-dias-contados
            perform until ws-dias-contados not less lw-dias-roteiro
                 add  1                             to ws-data-int
                 perform 9000-avanca-dia-util
                 add  1                             to ws-dias-contados
            end-perform

            move function date-of-integer(ws-data-int) to lw-data-fim-roteiro

       exit.

      *>=================================================================================
      *> A partir da data de entrega, conta os dias uteis do roteiro para tras
       2100-programa-regressivo section.

            if   lw-data-fim-roteiro equal zeros
                 accept lw-data-fim-roteiro         from date yyyymmdd
            end-if

            move function integer-of-date(lw-data-fim-roteiro) to ws-data-int
            perform 9000-recua-dia-util
            move function date-of-integer(ws-data-int) to lw-data-fim-roteiro

            move 1                                  to ws-dias-contados
            perform until ws-dias-contados not less lw-dias-roteiro
                 subtract 1                        from ws-data-int
                 perform 9000-recua-dia-util
                 add  1                             to ws-dias-contados
            end-perform

            move function date-of-integer(ws-data-int) to lw-data-inicio-roteiro

       exit.

      *>=================================================================================
       9000-avanca-dia-util section.

            perform 9000-verifica-dia-util
            perform until ws-data-util
                 add  1                             to ws-data-int
                 perform 9000-verifica-dia-util
            end-perform

       exit.

      *>=================================================================================
       9000-recua-dia-util section.

            perform 9000-verifica-dia-util
            perform until ws-data-util
                 subtract 1                        from ws-data-int
                 perform 9000-verifica-dia-util
            end-perform

       exit.

      *>=================================================================================
      *> Mesmo criterio do CS00114S: sabado, domingo e feriados da Empresa
       9000-verifica-dia-util section.

            set ws-data-util                        to true

            *> Dia 1 do calendario interno (01/01/1601) foi uma segunda-feira
            compute ws-dia-semana = function mod(ws-data-int, 7)
            if   ws-dia-semana equal 6
            or   ws-dia-semana equal 0
                 set ws-data-nao-util               to true
            else
                 initialize                         f02800-feriado
                 move lnk-CompanyCode                to f02800-CompanyCode
                 move function date-of-integer(ws-data-int)
                                                    to f02800-data-feriado
                 perform 9000-Read_Yomu-pd02800-ran
                 if   ws-OperationOK
                      set ws-data-nao-util          to true
                 end-if
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd02800
            close pd16500
            close pd16600

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR02800.cpy.
       copy CSR16500.cpy.
       copy CSR16600.cpy.
