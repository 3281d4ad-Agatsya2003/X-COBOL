      $set sourceformat"free"
       program-id. CS40020S.
      *>=================================================================================
      *>
      *>        Gerador do Arquivo EFD-Reinf das Retencoes sobre Servicos Tomados
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS14600.cpy.

            select arq-reinf assign to disk wid-arq-reinf
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF14600.cpy.

       fd   arq-reinf.

       01   rs-arq-reinf                           pic x(512).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40020S".
       78   c-ProgramDesc                   value "GERADOR EFD-REINF".

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-reinf                       pic x(200).
            03 ws-competencia                      pic 9(06).
            03 ws-contador-linhas                  pic 9(09).
            03 ws-contador-prestadores             pic 9(05).
            03 ws-Value-reinf                      pic 9(09),9(02).
            03 ws-Value-reinf-2                    pic 9(09),9(02).
            03 ws-Value-reinf-3                    pic 9(09),9(02).
            03 ws-Value-reinf-4                    pic 9(09),9(02).
            03 ws-Value-reinf-5                    pic 9(09),9(02).
            03 ws-prestador.
               05 ws-cd-fornecedor                 pic 9(09).
               05 ws-Type-pessoa                   pic x(01).
               05 ws-cgc                           pic 9(14).
               05 ws-cd-natureza-rendimento        pic 9(05).
               05 ws-data-ultimo-pagamento         pic 9(08).
               05 ws-Value-bruto                   pic 9(11)v9(02).
               05 ws-Value-base-inss               pic 9(11)v9(02).
               05 ws-Value-inss                    pic 9(11)v9(02).
               05 ws-Value-base-ir                 pic 9(11)v9(02).
               05 ws-Value-irrf                    pic 9(11)v9(02).
               05 ws-Value-pis                     pic 9(11)v9(02).
               05 ws-Value-cofins                  pic 9(11)v9(02).
               05 ws-Value-csll                    pic 9(11)v9(02).
               05 ws-qtde-documentos               pic 9(05).

       01   f-Reinf.
            03 f-ano-referencia                    pic 9(04).
            03 f-mes-referencia                    pic 9(02).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Reinf.
            03 line 11 col 17   pic x(16) value "Ano referencia:".
            03 line 11 col 34   pic 9(04) from f-ano-referencia.
            03 line 13 col 17   pic x(16) value "Mes referencia:".
            03 line 13 col 34   pic 9(02) from f-mes-referencia.

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

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd14600

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

            initialize                             f-Reinf
            perform 9000-StandardFrame
            display frm-Reinf

            perform until f-ano-referencia greater zeros or ws-tecla-Cancela
                 accept f-ano-referencia at line 11 col 34 with update auto-skip
            end-perform

            perform until (f-mes-referencia greater zeros and f-mes-referencia less 13)
                       or ws-tecla-Cancela
                 accept f-mes-referencia at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia

            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran

            string lnk-tmp-path delimited by "  "
                   "\REINF_" f-ano-referencia f-mes-referencia ".TXT" delimited by size
                   into wid-arq-reinf

            open output arq-reinf
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu REINF - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            move zeros                              to ws-contador-linhas
                                                       ws-contador-prestadores

            perform 2100-registro-r1000
            perform 2100-retencoes-periodo
            perform 2100-registro-r9999

            close arq-reinf

            *> Registra o arquivo gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "EFD-REINF " f-mes-referencia "/" f-ano-referencia delimited by size into lw-ds-parametros-spool
            move wid-arq-reinf                      to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "EFD-Reinf gerada em " wid-arq-reinf
                   " - " ws-contador-prestadores " prestadores."
                   into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2100-registro-r1000 section.

            move spaces                             to rs-arq-reinf
            string "|R1000|" ws-competencia "|"
                   function trim(f00700-razao-social) "|"
                   f00700-cnpj "|"
                   delimited by size into rs-arq-reinf
            write rs-arq-reinf
            add 1                                   to ws-contador-linhas

       exit.

      *>=================================================================================
      *> As retencoes sao lidas por Fornecedor dentro da competencia; a
      *> cada troca de prestador os totais viram os eventos: R-2010 para o
      *> INSS retido de pessoa juridica, R-4020 para IRRF/PIS/COFINS/CSLL
      *> de pessoa juridica e R-4010 para o IRRF de pessoa fisica
       2100-retencoes-periodo section.

            initialize                             ws-prestador

            initialize                             f14600-Retencao_Servico
            move lnk-CompanyCode                    to f14600-CompanyCode
            move lnk-BranchCode                     to f14600-BranchCode
            move ws-competencia                     to f14600-competencia
            move zeros                              to f14600-cd-fornecedor
            perform 9000-str-pd14600-nlss-1
            perform 9000-Read_Yomu-pd14600-nex
            perform until not ws-OperationOK
                       or f14600-CompanyCode  not equal lnk-CompanyCode
                       or f14600-BranchCode   not equal lnk-BranchCode
                       or f14600-competencia  not equal ws-competencia

                 if   f14600-cd-fornecedor not equal ws-cd-fornecedor
                      perform 2200-eventos-prestador
                      initialize                    ws-prestador
                      move f14600-cd-fornecedor     to ws-cd-fornecedor
                      move f14600-Type-pessoa       to ws-Type-pessoa
                      move f14600-cgc               to ws-cgc
                      move f14600-cd-natureza-rendimento to ws-cd-natureza-rendimento
                 end-if

                 add  1                             to ws-qtde-documentos
                 add  f14600-Value-bruto            to ws-Value-bruto
                 if   f14600-Value-inss greater zeros
                      add f14600-Value-bruto        to ws-Value-base-inss
                      add f14600-Value-inss         to ws-Value-inss
                 end-if
                 if   f14600-Value-irrf   greater zeros
                 or   f14600-Value-pis    greater zeros
                 or   f14600-Value-cofins greater zeros
                 or   f14600-Value-csll   greater zeros
                      add f14600-Value-bruto        to ws-Value-base-ir
                 end-if
                 add  f14600-Value-irrf             to ws-Value-irrf
                 add  f14600-Value-pis              to ws-Value-pis
                 add  f14600-Value-cofins           to ws-Value-cofins
                 add  f14600-Value-csll             to ws-Value-csll
                 if   f14600-data-emissao greater ws-data-ultimo-pagamento
                      move f14600-data-emissao      to ws-data-ultimo-pagamento
                 end-if

                 perform 9000-Read_Yomu-pd14600-nex
            end-perform

            perform 2200-eventos-prestador

       exit.

      *>=================================================================================
       2200-eventos-prestador section.

            if   ws-cd-fornecedor equal zeros
                 exit section
            end-if

            add  1                                  to ws-contador-prestadores

            if   ws-Type-pessoa equal "J"
            and  ws-Value-inss greater zeros
                 move ws-Value-bruto                to ws-Value-reinf
                 move ws-Value-base-inss            to ws-Value-reinf-2
                 move ws-Value-inss                 to ws-Value-reinf-3
                 move spaces                        to rs-arq-reinf
                 string "|R2010|" ws-competencia "|" f00700-cnpj "|"
                        ws-cgc "|" ws-qtde-documentos "|"
                        ws-Value-reinf "|" ws-Value-reinf-2 "|" ws-Value-reinf-3 "|"
                        delimited by size into rs-arq-reinf
                 write rs-arq-reinf
                 add 1                              to ws-contador-linhas
            end-if

            if   ws-Value-irrf   equal zeros
            and  ws-Value-pis    equal zeros
            and  ws-Value-cofins equal zeros
            and  ws-Value-csll   equal zeros
                 exit section
            end-if

            move ws-Value-base-ir                   to ws-Value-reinf
            move ws-Value-irrf                      to ws-Value-reinf-2
            move ws-Value-pis                       to ws-Value-reinf-3
            move ws-Value-cofins                    to ws-Value-reinf-4
            move ws-Value-csll                      to ws-Value-reinf-5
            move spaces                             to rs-arq-reinf
            if   ws-Type-pessoa equal "F"
                 string "|R4010|" ws-competencia "|" f00700-cnpj "|"
                        ws-cgc(4:11) "|" ws-cd-natureza-rendimento "|"
                        ws-data-ultimo-pagamento "|"
                        ws-Value-reinf "|" ws-Value-reinf-2 "|"
                        delimited by size into rs-arq-reinf
            else
                 string "|R4020|" ws-competencia "|" f00700-cnpj "|"
                        ws-cgc "|" ws-cd-natureza-rendimento "|"
                        ws-data-ultimo-pagamento "|"
                        ws-Value-reinf "|" ws-Value-reinf-2 "|" ws-Value-reinf-3 "|"
                        ws-Value-reinf-4 "|" ws-Value-reinf-5 "|"
                        delimited by size into rs-arq-reinf
            end-if
            write rs-arq-reinf
            add 1                                   to ws-contador-linhas

       exit.

      *>=================================================================================
       2100-registro-r9999 section.

            add 1                                   to ws-contador-linhas
            move spaces                             to rs-arq-reinf
            string "|R9999|" ws-contador-linhas "|" into rs-arq-reinf
            write rs-arq-reinf

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd14600

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR14600.cpy.
