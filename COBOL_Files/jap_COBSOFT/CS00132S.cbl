      $set sourceformat"free"
       program-id. CS00132S.
      *>=================================================================================
      *>
      *>     Movimento de Pontos do Programa de Fidelidade do Consumidor
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00700.cpy.
       copy CSS18200.cpy.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF18200.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00132S".
       78   c-ProgramDesc                   value "MOVIMENTO DE PONTOS".

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-Seq-pontos                       pic 9(07).
            03 ws-pontos-baixar                    pic 9(09).
            03 ws-pontos-baixa-item                pic 9(09).
            03 ws-pontos-expirados                 pic 9(09).
            03 ws-meses-validade                   pic 9(03).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW18200.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Pontos.

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

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-io-pd18200

            move zeros                              to ws-meses-validade
            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran
            if   ws-OperationOK
                 move f00700-meses-validade-pontos  to ws-meses-validade
            end-if

       exit.

      *>=================================================================================
      *> Credito com validade pelos meses da Company_Kaisha (sem validade
      *> quando nao parametrizado); resgate baixa os creditos mais antigos
      *> primeiro; expiracao zera os creditos vencidos em um unico lancamento
       2000-Processing_Shori section.

            set  lw-pontos-registrados              to true

            if   lw-data-movimento-pontos equal zeros
                 accept lw-data-movimento-pontos    from date yyyymmdd
            end-if

            perform 9000-saldo-pontos

            evaluate true
                when lw-consulta-pontos
                     exit section
                when lw-resgate-pontos
                     if   lw-qtde-pontos greater lw-saldo-pontos
                          set  lw-pontos-saldo-insuficiente to true
                          exit section
                     end-if
                     perform 9000-baixa-creditos
                when lw-expiracao-pontos
                     perform 9000-expira-creditos
                     if   ws-pontos-expirados equal zeros
                          set  lw-pontos-sem-movimento to true
                          exit section
                     end-if
                     move ws-pontos-expirados       to lw-qtde-pontos
                when lw-credito-pontos
                     if   lw-qtde-pontos equal zeros
                          set  lw-pontos-sem-movimento to true
                          exit section
                     end-if
            end-evaluate

            add  1                                 to ws-Seq-pontos

            initialize                             f18200-Pontos_Fidelidade
            move lnk-CompanyCode                    to f18200-CompanyCode
            move lnk-BranchCode                     to f18200-BranchCode
            move lw-cd-cliente-pontos               to f18200-cd-cliente
            move ws-Seq-pontos                      to f18200-Seq
            move lw-cpf-pontos                      to f18200-cpf
            move lw-data-movimento-pontos           to f18200-data-movimento
            move lw-id-movimento-pontos             to f18200-id-movimento
            move lw-qtde-pontos                     to f18200-pontos
            move lw-Type-nota-pontos                to f18200-Type-nota
            move lw-Number-documento-pontos         to f18200-Number-documento
            move lw-Series-documento-pontos         to f18200-Series-documento
            move lw-Value-base-pontos               to f18200-Value-base
            move lw-Value-resgate-pontos            to f18200-Value-resgate
            move function numval(lnk-UserID)        to f18200-UserID-operacao

            if   f18200-movimento-credito
                 move lw-qtde-pontos                to f18200-pontos-saldo
                 if   ws-meses-validade greater zeros
                      compute f18200-data-expiracao =
                              function date-of-integer(
                              function integer-of-date(lw-data-movimento-pontos)
                              + (ws-meses-validade * 30))
                 else
                      move 99999999                 to f18200-data-expiracao
                 end-if
            else
                 move zeros                         to f18200-pontos-saldo
                                                       f18200-data-expiracao
            end-if

            perform 9000-Write_Kaku-pd18200
            if   not ws-OperationOK
                 set  lw-pontos-erro-gravacao       to true
                 exit section
            end-if

            evaluate true
                when lw-credito-pontos
                     add  lw-qtde-pontos            to lw-saldo-pontos
                when lw-resgate-pontos
                     subtract lw-qtde-pontos        from lw-saldo-pontos
            end-evaluate

       exit.

      *>=================================================================================
      *> Saldo valido (creditos nao expirados) e ultima sequencia do cliente
       9000-saldo-pontos section.

            move zeros                              to lw-saldo-pontos
                                                       ws-Seq-pontos

            initialize                             f18200-Pontos_Fidelidade
            move lnk-CompanyCode                    to f18200-CompanyCode
            move lnk-BranchCode                     to f18200-BranchCode
            move lw-cd-cliente-pontos               to f18200-cd-cliente
            move zeros                              to f18200-Seq
            perform 9000-str-pd18200-grt
            perform 9000-Read_Yomu-pd18200-nex
            perform until not ws-OperationOK
                       or f18200-CompanyCode    not equal lnk-CompanyCode
                       or f18200-BranchCode     not equal lnk-BranchCode
                       or f18200-cd-cliente     not equal lw-cd-cliente-pontos

                 if   f18200-movimento-credito
                 and  f18200-data-expiracao not less lw-data-movimento-pontos
                      add  f18200-pontos-saldo      to lw-saldo-pontos
                 end-if
                 move f18200-Seq                    to ws-Seq-pontos

                 perform 9000-Read_Yomu-pd18200-nex
            end-perform

       exit.

      *>=================================================================================
       9000-baixa-creditos section.

            move lw-qtde-pontos                     to ws-pontos-baixar

            initialize                             f18200-Pontos_Fidelidade
            move lnk-CompanyCode                    to f18200-CompanyCode
            move lnk-BranchCode                     to f18200-BranchCode
            move lw-cd-cliente-pontos               to f18200-cd-cliente
            move zeros                              to f18200-Seq
            perform 9000-str-pd18200-grt
            perform 9000-Read_Yomu-pd18200-nex
            perform until not ws-OperationOK
                       or ws-pontos-baixar      equal zeros
                       or f18200-CompanyCode    not equal lnk-CompanyCode
                       or f18200-BranchCode     not equal lnk-BranchCode
                       or f18200-cd-cliente     not equal lw-cd-cliente-pontos

                 if   f18200-movimento-credito
                 and  f18200-pontos-saldo greater zeros
                 and  f18200-data-expiracao not less lw-data-movimento-pontos
                      if   f18200-pontos-saldo greater ws-pontos-baixar
                           move ws-pontos-baixar    to ws-pontos-baixa-item
                      else
                           move f18200-pontos-saldo to ws-pontos-baixa-item
                      end-if
                      subtract ws-pontos-baixa-item from f18200-pontos-saldo
                      subtract ws-pontos-baixa-item from ws-pontos-baixar
                      perform 9000-Rewrite_Kakinaosu-pd18200
                 end-if

                 perform 9000-Read_Yomu-pd18200-nex
            end-perform

       exit.

      *>=================================================================================
       9000-expira-creditos section.

            move zeros                              to ws-pontos-expirados

            initialize                             f18200-Pontos_Fidelidade
            move lnk-CompanyCode                    to f18200-CompanyCode
            move lnk-BranchCode                     to f18200-BranchCode
            move lw-cd-cliente-pontos               to f18200-cd-cliente
            move zeros                              to f18200-Seq
            perform 9000-str-pd18200-grt
            perform 9000-Read_Yomu-pd18200-nex
            perform until not ws-OperationOK
                       or f18200-CompanyCode    not equal lnk-CompanyCode
                       or f18200-BranchCode     not equal lnk-BranchCode
                       or f18200-cd-cliente     not equal lw-cd-cliente-pontos

                 if   f18200-movimento-credito
                 and  f18200-pontos-saldo greater zeros
                 and  f18200-data-expiracao less lw-data-movimento-pontos
                      add  f18200-pontos-saldo      to ws-pontos-expirados
                      move zeros                    to f18200-pontos-saldo
                      perform 9000-Rewrite_Kakinaosu-pd18200
                 end-if

                 perform 9000-Read_Yomu-pd18200-nex
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd18200

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR18200.cpy.
