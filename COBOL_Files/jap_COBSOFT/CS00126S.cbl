      $set sourceformat"free"
       program-id. CS00126S.
      *>=================================================================================
      *>
      *>     Rateio do Titulo a Pagar no Centro de Custo Padrao de Compras
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS13900.cpy.
       copy CSS14000.cpy.

      *>=================================================================================
       data division.

       copy CSF13900.cpy.
       copy CSF14000.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00126S".
       78   c-ProgramDesc                   value "RATEIO CENTRO PADRAO".

       copy CSW00900.cpy.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW13900.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Rateio.

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

            perform 9000-Open_Akeru-io-pd13900
            perform 9000-Open_Akeru-i-pd14000

       exit.

      *>=================================================================================
      *> Titulos gerados pelos recebimentos (nota, CT-e, liberacoes) no
      *> passam pela digitacao do rateio: o Value inteiro vai para o centro
      *> de custo marcado como padrao de compras da Filial, com a conta de
      *> despesa padrao do centro
       2000-Processing_Shori section.

            set  lw-rateio-sem-centro               to true
            move zeros                              to lw-cd-centro-custo-rateio

            initialize                             f14000-Centro_Custo
            move lnk-CompanyCode                    to f14000-CompanyCode
            move lnk-BranchCode                     to f14000-BranchCode
            move zeros                              to f14000-cd-centro-custo
            perform 9000-str-pd14000-nlss
            perform 9000-Read_Yomu-pd14000-nex
            perform until not ws-OperationOK
                       or f14000-CompanyCode not equal lnk-CompanyCode
                       or f14000-BranchCode  not equal lnk-BranchCode

                 if   f14000-centro-padrao-compras
                 and  f14000-centro-ativo
                      move f14000-cd-centro-custo   to lw-cd-centro-custo-rateio
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd14000-nex
            end-perform

            if   lw-cd-centro-custo-rateio equal zeros
                 exit section
            end-if

            initialize                             f13900-Rateio_Centro_Custo
            move lnk-CompanyCode                    to f13900-CompanyCode
            move lnk-BranchCode                     to f13900-BranchCode
            move lw-Type-nota-rateio                to f13900-Type-nota
            move lw-Number-documento-rateio         to f13900-Number-documento
            move lw-Series-documento-rateio         to f13900-Series-documento
            move lw-cd-centro-custo-rateio          to f13900-cd-centro-custo
            move lw-data-emissao-rateio(1:6)        to f13900-competencia
            move f14000-cd-conta-despesa-padrao     to f13900-cd-conta-despesa
            move lw-Value-rateio                    to f13900-Value-rateio
            move lw-cd-fornecedor-rateio            to f13900-cd-fornecedor
            move lw-data-emissao-rateio             to f13900-data-emissao
            perform 9000-Write_Kaku-pd13900
            if   ws-OperationOK
                 set  lw-rateio-gravado             to true
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd13900
            close pd14000

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR13900.cpy.
       copy CSR14000.cpy.
