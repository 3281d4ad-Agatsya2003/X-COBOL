      $set sourceformat"free"
       program-id. CS00131S.
      *>=================================================================================
      *>
      *>     Movimento de Embalagens Retornaveis por Cliente / Transportadora
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS01800.cpy.
       copy CSS18000.cpy.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF18000.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00131S".
       78   c-ProgramDesc                   value "MOVIMENTO DE EMBALAGENS".

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-Seq-embalagem                    pic 9(07).
            03 ws-qtde-baixar                      pic 9(07)v9(04).
            03 ws-qtde-baixa-item                  pic 9(07)v9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW18000.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Embalagem.

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

            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-io-pd18000

       exit.

      *>=================================================================================
      *> Remessa abre saldo pendente com data limite pelos dias de retorno
      *> acordados no Product_Seihin; retorno e faturamento baixam o saldo das
      *> remessas mais antigas primeiro
       2000-Processing_Shori section.

            set  lw-embalagem-registrada            to true

            if   lw-data-movimento-embalagem equal zeros
                 accept lw-data-movimento-embalagem from date yyyymmdd
            end-if

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move lw-ProductCode-embalagem            to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
            or   not f01800-embalagem-retornavel
                 set  lw-embalagem-nao-cadastrada   to true
                 exit section
            end-if

            perform 9000-saldo-embalagem

            if   not lw-remessa-embalagem
                 if   lw-qtde-embalagem greater lw-saldo-embalagem
                      set  lw-embalagem-saldo-insuficiente to true
                      exit section
                 end-if
                 perform 9000-baixa-remessas
            end-if

            add  1                                 to ws-Seq-embalagem

            initialize                             f18000-Movimento_Embalagem
            move lnk-CompanyCode                    to f18000-CompanyCode
            move lnk-BranchCode                     to f18000-BranchCode
            move lw-Type-parceiro-embalagem         to f18000-Type-parceiro
            move lw-cd-parceiro-embalagem           to f18000-cd-parceiro
            move lw-ProductCode-embalagem           to f18000-ProductCode
            move ws-Seq-embalagem                   to f18000-Seq
            move lw-data-movimento-embalagem        to f18000-data-movimento
            move lw-id-movimento-embalagem          to f18000-id-movimento
            move lw-qtde-embalagem                  to f18000-qtde
            move lw-Type-nota-embalagem             to f18000-Type-nota
            move lw-Number-documento-embalagem      to f18000-Number-documento
            move lw-Series-documento-embalagem      to f18000-Series-documento
            move lw-cfop-embalagem                  to f18000-cfop
            move lw-Number-pedido-embalagem         to f18000-Number-pedido
            move function numval(lnk-UserID)        to f18000-UserID-operacao

            if   f18000-movimento-remessa
                 move lw-qtde-embalagem             to f18000-qtde-pendente
                 compute f18000-data-limite-retorno =
                         function date-of-integer(
                         function integer-of-date(lw-data-movimento-embalagem)
                         + f01800-dias-retorno-embalagem)
            else
                 move zeros                         to f18000-qtde-pendente
                                                       f18000-data-limite-retorno
            end-if

            perform 9000-Write_Kaku-pd18000
            if   not ws-OperationOK
                 set  lw-embalagem-erro-gravacao    to true
                 exit section
            end-if

            if   lw-remessa-embalagem
                 add  lw-qtde-embalagem             to lw-saldo-embalagem
            else
                 subtract lw-qtde-embalagem         from lw-saldo-embalagem
            end-if

       exit.

      *>=================================================================================
      *> Saldo em poder do parceiro e ultima sequencia do Product_Seihin
       9000-saldo-embalagem section.

            move zeros                              to lw-saldo-embalagem
                                                       ws-Seq-embalagem

            initialize                             f18000-Movimento_Embalagem
            move lnk-CompanyCode                    to f18000-CompanyCode
            move lnk-BranchCode                     to f18000-BranchCode
            move lw-Type-parceiro-embalagem         to f18000-Type-parceiro
            move lw-cd-parceiro-embalagem           to f18000-cd-parceiro
            move lw-ProductCode-embalagem           to f18000-ProductCode
            move zeros                              to f18000-Seq
            perform 9000-str-pd18000-grt
            perform 9000-Read_Yomu-pd18000-nex
            perform until not ws-OperationOK
                       or f18000-CompanyCode    not equal lnk-CompanyCode
                       or f18000-BranchCode     not equal lnk-BranchCode
                       or f18000-Type-parceiro  not equal lw-Type-parceiro-embalagem
                       or f18000-cd-parceiro    not equal lw-cd-parceiro-embalagem
                       or f18000-ProductCode    not equal lw-ProductCode-embalagem

                 if   f18000-movimento-remessa
                      add  f18000-qtde-pendente     to lw-saldo-embalagem
                 end-if
                 move f18000-Seq                    to ws-Seq-embalagem

                 perform 9000-Read_Yomu-pd18000-nex
            end-perform

       exit.

      *>=================================================================================
       9000-baixa-remessas section.

            move lw-qtde-embalagem                  to ws-qtde-baixar

            initialize                             f18000-Movimento_Embalagem
            move lnk-CompanyCode                    to f18000-CompanyCode
            move lnk-BranchCode                     to f18000-BranchCode
            move lw-Type-parceiro-embalagem         to f18000-Type-parceiro
            move lw-cd-parceiro-embalagem           to f18000-cd-parceiro
            move lw-ProductCode-embalagem           to f18000-ProductCode
            move zeros                              to f18000-Seq
            perform 9000-str-pd18000-grt
            perform 9000-Read_Yomu-pd18000-nex
            perform until not ws-OperationOK
                       or ws-qtde-baixar        equal zeros
                       or f18000-CompanyCode    not equal lnk-CompanyCode
                       or f18000-BranchCode     not equal lnk-BranchCode
                       or f18000-Type-parceiro  not equal lw-Type-parceiro-embalagem
                       or f18000-cd-parceiro    not equal lw-cd-parceiro-embalagem
                       or f18000-ProductCode    not equal lw-ProductCode-embalagem

                 if   f18000-movimento-remessa
                 and  f18000-qtde-pendente greater zeros
                      if   f18000-qtde-pendente greater ws-qtde-baixar
                           move ws-qtde-baixar      to ws-qtde-baixa-item
                      else
                           move f18000-qtde-pendente to ws-qtde-baixa-item
                      end-if
                      subtract ws-qtde-baixa-item   from f18000-qtde-pendente
                      subtract ws-qtde-baixa-item   from ws-qtde-baixar
                      perform 9000-Rewrite_Kakinaosu-pd18000
                 end-if

                 perform 9000-Read_Yomu-pd18000-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd18000

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR18000.cpy.
