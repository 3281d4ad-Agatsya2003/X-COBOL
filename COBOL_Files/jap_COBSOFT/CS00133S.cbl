      $set sourceformat"free"
       program-id. CS00133S.
      *>=================================================================================
      *>
      *>     Situacao da Promessa de Pagamento da Mesa de Cobranca
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS02400.cpy.
       copy CSS02450.cpy.
       copy CSS18300.cpy.

      *>=================================================================================
       data division.

       copy CSF02400.cpy.
       copy CSF02450.cpy.
       copy CSF18300.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00133S".
       78   c-ProgramDesc                   value "SITUACAO DA PROMESSA".

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-ext-status                       pic x(01).
            03 ws-id-situacao-gravada              pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW18300.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Promessa.

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

            perform 9000-Open_Akeru-i-pd02400
            perform 9000-Open_Akeru-i-pd02450
            perform 9000-Open_Akeru-io-pd18300

       exit.

      *>=================================================================================
      *> Vale a ultima promessa registrada para o cliente; promessa ativa e
      *> cumprida quando os pagamentos desde o contato alcancam o valor
      *> prometido, e quebrada quando a data prometida passa sem isso
       2000-Processing_Shori section.

            if   lw-data-referencia-promessa equal zeros
                 accept lw-data-referencia-promessa from date yyyymmdd
            end-if

            perform 9000-ultima-promessa

            if   lw-Seq-contato-promessa equal zeros
            or   ws-id-situacao-gravada equal "S"
                 set  lw-sem-promessa               to true
                 exit section
            end-if

            move ws-id-situacao-gravada             to lw-id-situacao-promessa
            if   not lw-promessa-ativa
                 exit section
            end-if

            perform 9000-pagamentos-desde-contato

            evaluate true
                when lw-Value-pago-promessa not less lw-Value-prometido
                     set  lw-promessa-cumprida      to true
                when lw-data-promessa less lw-data-referencia-promessa
                     set  lw-promessa-quebrada      to true
                when other
                     exit section
            end-evaluate

            initialize                             f18300-Contato_Cobranca
            move lnk-CompanyCode                    to f18300-CompanyCode
            move lnk-BranchCode                     to f18300-BranchCode
            move lw-cd-cliente-promessa             to f18300-cd-cliente
            move lw-Seq-contato-promessa            to f18300-Seq
            perform 9000-Read_Yomu-pd18300-ran
            if   ws-OperationOK
                 move lw-id-situacao-promessa       to f18300-id-situacao-promessa
                 move lw-data-referencia-promessa   to f18300-data-situacao-promessa
                 move lw-Value-pago-promessa        to f18300-Value-pago-promessa
                 perform 9000-Rewrite_Kakinaosu-pd18300
            end-if

       exit.

      *>=================================================================================
       9000-ultima-promessa section.

            move zeros                              to lw-Seq-contato-promessa
                                                       lw-data-contato-promessa
                                                       lw-data-promessa
                                                       lw-Value-prometido
                                                       lw-Value-pago-promessa
            move spaces                             to ws-id-situacao-gravada

            initialize                             f18300-Contato_Cobranca
            move lnk-CompanyCode                    to f18300-CompanyCode
            move lnk-BranchCode                     to f18300-BranchCode
            move lw-cd-cliente-promessa             to f18300-cd-cliente
            move zeros                              to f18300-Seq
            perform 9000-str-pd18300-grt
            perform 9000-Read_Yomu-pd18300-nex
            perform until not ws-OperationOK
                       or f18300-CompanyCode    not equal lnk-CompanyCode
                       or f18300-BranchCode     not equal lnk-BranchCode
                       or f18300-cd-cliente     not equal lw-cd-cliente-promessa

                 if   f18300-resultado-promessa
                      move f18300-Seq               to lw-Seq-contato-promessa
                      move f18300-data-contato      to lw-data-contato-promessa
                      move f18300-data-promessa     to lw-data-promessa
                      move f18300-Value-prometido   to lw-Value-prometido
                      move f18300-Value-pago-promessa to lw-Value-pago-promessa
                      move f18300-id-situacao-promessa to ws-id-situacao-gravada
                 end-if

                 perform 9000-Read_Yomu-pd18300-nex
            end-perform

       exit.

      *>=================================================================================
      *> Pagamentos dos titulos do cliente (abertos e quitados) entre a data
      *> do contato e a data de referencia
       9000-pagamentos-desde-contato section.

            move zeros                              to lw-Value-pago-promessa

            move "A"                                to ws-ext-status
            perform 9000-pagamentos-status
            move "Q"                                to ws-ext-status
            perform 9000-pagamentos-status

       exit.

      *>=================================================================================
       9000-pagamentos-status section.

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move ws-ext-status                      to f02400-StatusID
            move lw-cd-cliente-promessa             to f02400-cd-cliente
            perform 9000-str-pd02400-nlss-1
            perform 9000-Read_Yomu-pd02400-nex
            perform until not ws-OperationOK
                       or f02400-CompanyCode not equal lnk-CompanyCode
                       or f02400-BranchCode  not equal lnk-BranchCode
                       or f02400-StatusID   not equal ws-ext-status
                       or f02400-cd-cliente  not equal lw-cd-cliente-promessa

                 initialize                        f02450-Pagamento_Receber
                 move f02400-CompanyCode            to f02450-CompanyCode
                 move f02400-BranchCode             to f02450-BranchCode
                 move f02400-Type-nota             to f02450-Type-nota
                 move f02400-Number-documento       to f02450-Number-documento
                 move f02400-Series-documento        to f02450-Series-documento
                 move f02400-Seq-parcela            to f02450-Seq-parcela
                 move zeros                        to f02450-Seq
                 perform 9000-str-pd02450-grt
                 perform 9000-Read_Yomu-pd02450-nex
                 perform until not ws-OperationOK
                            or f02450-CompanyCode      not equal f02400-CompanyCode
                            or f02450-BranchCode       not equal f02400-BranchCode
                            or f02450-Type-nota       not equal f02400-Type-nota
                            or f02450-Number-documento not equal f02400-Number-documento
                            or f02450-Series-documento  not equal f02400-Series-documento
                            or f02450-Seq-parcela      not equal f02400-Seq-parcela

                      if   f02450-data-pagamento not less lw-data-contato-promessa
                      and  f02450-data-pagamento not greater lw-data-referencia-promessa
                           add  f02450-Value-pago   to lw-Value-pago-promessa
                      end-if

                      perform 9000-Read_Yomu-pd02450-nex
                 end-perform

                 perform 9000-Read_Yomu-pd02400-nex
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd02400
            close pd02450
            close pd18300

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR02400.cpy.
       copy CSR02450.cpy.
       copy CSR18300.cpy.
