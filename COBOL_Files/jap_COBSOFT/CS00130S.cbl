      $set sourceformat"free"
       program-id. CS00130S.
      *>=================================================================================
      *>
      *>     Validacao de NCM pela TIPI e de CEST pela tabela NCM x CEST
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS17600.cpy.
       copy CSS17700.cpy.

      *>=================================================================================
       data division.

       copy CSF17600.cpy.
       copy CSF17700.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00130S".
       78   c-ProgramDesc                   value "VALIDACAO DE NCM/CEST".

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-ncm-x                            pic x(08).
            03 ws-ncm-prefixo                      pic x(08).
            03 ws-tamanho-prefixo                  pic 9(01).
            03 ws-id-cest-localizado               pic x(01).
               88 ws-cest-localizado                   value "S".
               88 ws-cest-nao-localizado               value "N".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW17600.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Ncm.

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

            perform 9000-Open_Akeru-i-pd17600
            perform 9000-Open_Akeru-i-pd17700

       exit.

      *>=================================================================================
      *> O NCM precisa existir na TIPI e estar vigente na data de referencia;
      *> quando o NCM (ou o capitulo/posicao/subposicao que o contem) consta
      *> da tabela de CEST, o CEST e obrigatorio e precisa ser um dos listados
       2000-Processing_Shori section.

            set  lw-ncm-valido                      to true
            set  lw-ncm-sem-cest                    to true
            move spaces                             to lw-Desc-ncm
                                                       lw-Desc-situacao-ncm
            move zeros                              to lw-aliq-ipi-ncm

            if   lw-data-referencia-ncm equal zeros
                 accept lw-data-referencia-ncm      from date yyyymmdd
            end-if

            initialize                             f17600-Ncm_Tipi
            move lnk-CompanyCode                    to f17600-CompanyCode
            move lnk-BranchCode                     to f17600-BranchCode
            move lw-cd-ncm                          to f17600-ncm
            perform 9000-Read_Yomu-pd17600-ran
            if   not ws-OperationOK
                 set  lw-ncm-inexistente            to true
                 move "NCM INEXISTENTE NA TIPI"      to lw-Desc-situacao-ncm
                 exit section
            end-if

            move f17600-Desc-ncm                    to lw-Desc-ncm
            if   f17600-ipi-tributado
                 move f17600-aliq-ipi               to lw-aliq-ipi-ncm
            end-if

            if   f17600-data-inicio-vigencia greater lw-data-referencia-ncm
            or  (f17600-data-fim-vigencia greater zeros
            and  f17600-data-fim-vigencia less lw-data-referencia-ncm)
                 set  lw-ncm-fora-vigencia          to true
                 move "NCM FORA DA VIGENCIA NA TIPI" to lw-Desc-situacao-ncm
                 exit section
            end-if

            move lw-cd-ncm                          to ws-ncm-x
            set  ws-cest-nao-localizado             to true

            perform varying ws-tamanho-prefixo from 8 by -2
                    until ws-tamanho-prefixo less 2
                 move spaces                        to ws-ncm-prefixo
                 move ws-ncm-x(1:ws-tamanho-prefixo) to ws-ncm-prefixo
                 perform 9000-verifica-cest-prefixo
            end-perform

            evaluate true
                when lw-ncm-exige-cest
                and  lw-cest-ncm equal zeros
                     set  lw-cest-ausente           to true
                     move "CEST OBRIGATORIO PARA O NCM" to lw-Desc-situacao-ncm
                when lw-cest-ncm greater zeros
                and  ws-cest-nao-localizado
                     set  lw-cest-incompativel      to true
                     move "CEST NAO CORRESPONDE AO NCM" to lw-Desc-situacao-ncm
            end-evaluate

       exit.

      *>=================================================================================
       9000-verifica-cest-prefixo section.

            initialize                             f17700-Cest_Ncm
            move lnk-CompanyCode                    to f17700-CompanyCode
            move lnk-BranchCode                     to f17700-BranchCode
            move ws-ncm-prefixo                     to f17700-ncm-prefixo
            move zeros                              to f17700-cest
            perform 9000-str-pd17700-nlss
            perform 9000-Read_Yomu-pd17700-nex
            if   not ws-OperationOK
            or   f17700-CompanyCode  not equal lnk-CompanyCode
            or   f17700-BranchCode   not equal lnk-BranchCode
            or   f17700-ncm-prefixo  not equal ws-ncm-prefixo
                 exit section
            end-if

            set  lw-ncm-exige-cest                  to true

            if   lw-cest-ncm equal zeros
            or   ws-cest-localizado
                 exit section
            end-if

            initialize                             f17700-Cest_Ncm
            move lnk-CompanyCode                    to f17700-CompanyCode
            move lnk-BranchCode                     to f17700-BranchCode
            move ws-ncm-prefixo                     to f17700-ncm-prefixo
            move lw-cest-ncm                        to f17700-cest
            perform 9000-Read_Yomu-pd17700-ran
            if   ws-OperationOK
                 set  ws-cest-localizado            to true
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd17600
            close pd17700

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR17600.cpy.
       copy CSR17700.cpy.
