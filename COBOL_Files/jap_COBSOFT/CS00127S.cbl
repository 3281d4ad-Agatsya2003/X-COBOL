      $set sourceformat"free"
       program-id. CS00127S.
      *>=================================================================================
      *>
      *>     Conta Bancaria do Movimento Financeiro - Forma, Chave PIX ou Padrao
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS03200.cpy.
       copy CSS14200.cpy.

      *>=================================================================================
       data division.

       copy CSF03200.cpy.
       copy CSF14200.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00127S".
       78   c-ProgramDesc                   value "CONTA BANCARIA MOVIMENTO".

       copy CSW00900.cpy.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW14200.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Conta-Bancaria.

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

            perform 9000-Open_Akeru-i-pd03200
            perform 9000-Open_Akeru-i-pd14200

       exit.

      *>=================================================================================
      *> Recebimento em dinheiro fica no caixa (conta zero); a forma de
      *> pagamento pode apontar a conta que recebe; a cobranca PIX cai na
      *> conta dona da chave; o restante vai para a conta padrao da Filial
       2000-Processing_Shori section.

            set  lw-conta-bancaria-caixa            to true
            move zeros                              to lw-cd-conta-bancaria

            if   lw-cd-forma-pagamento-conta greater zeros
                 initialize                         f03200-forma-pagamento
                 move lnk-CompanyCode               to f03200-CompanyCode
                 move lnk-BranchCode                to f03200-BranchCode
                 move lw-cd-forma-pagamento-conta   to f03200-cd-forma-pagamento
                 perform 9000-Read_Yomu-pd03200-ran
                 if   ws-OperationOK
                      if   f03200-forma-dinheiro
                           exit section
                      end-if
                      if   f03200-cd-conta-bancaria greater zeros
                           move f03200-cd-conta-bancaria to lw-cd-conta-bancaria
                           set  lw-conta-bancaria-encontrada to true
                           exit section
                      end-if
                 end-if
            end-if

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move zeros                              to f14200-cd-conta-bancaria
            perform 9000-str-pd14200-nlss
            perform 9000-Read_Yomu-pd14200-nex
            perform until not ws-OperationOK
                       or f14200-CompanyCode not equal lnk-CompanyCode
                       or f14200-BranchCode  not equal lnk-BranchCode

                 if   f14200-conta-ativa
                      if   lw-chave-pix-conta not equal spaces
                      and  f14200-chave-pix equal lw-chave-pix-conta
                           move f14200-cd-conta-bancaria to lw-cd-conta-bancaria
                           set  lw-conta-bancaria-encontrada to true
                           exit perform
                      end-if
                      if   f14200-conta-padrao
                      and  lw-cd-conta-bancaria equal zeros
                           move f14200-cd-conta-bancaria to lw-cd-conta-bancaria
                           set  lw-conta-bancaria-encontrada to true
                           if   lw-chave-pix-conta equal spaces
                                exit perform
                           end-if
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd14200-nex
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd03200
            close pd14200

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR03200.cpy.
       copy CSR14200.cpy.
