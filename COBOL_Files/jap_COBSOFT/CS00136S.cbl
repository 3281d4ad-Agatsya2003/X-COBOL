      $set sourceformat"free"
       program-id. CS00136S.
      *>=================================================================================
      *>
      *>     Relatorio de Conflitos de Segregacao de Funcoes - Todas as Empresas
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00800.cpy.
       copy CSS00900.cpy.

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF00900.cpy.

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00136S".
       78   c-ProgramDesc                   value "CONFLITOS DE SEGREGACAO".
       78   c-registrar-spool                      value "CS00123S".

       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW18600.cpy.

       01   ws-WorkFields.
            03 wid-arq-Report_Repoto               pic x(200).
            03 ws-contador-vinculos                pic 9(07).
            03 ws-contador-usuarios-conflito       pic 9(07).
            03 ws-contador-risco-alto              pic 9(07).
            03 ws-contador-risco-medio             pic 9(07).
            03 ws-contador-risco-baixo             pic 9(07).
            03 ws-contador-justificados            pic 9(07).
            03 ws-ind-conflito                     pic 9(03).
            03 ws-ds-risco                         pic x(05).
            03 ws-ds-liberacao                     pic x(11).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

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

            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd00900

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\CONFLITOS_SOD_" ws-data-inv "_" ws-Hours(01:06) ".TXT"
                   delimited by size into wid-arq-Report_Repoto

            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            move zeros                             to ws-contador-vinculos
                                                      ws-contador-usuarios-conflito
                                                      ws-contador-risco-alto
                                                      ws-contador-risco-medio
                                                      ws-contador-risco-baixo
                                                      ws-contador-justificados

            move spaces                             to rs-arq-Report_Repoto
            string "CONFLITOS DE SEGREGACAO DE FUNCOES - TODAS AS EMPRESAS/FILIAIS - EMITIDO EM " ws-data-inv
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "PERMISSAO EFETIVA: PERFIS DO USUARIO (F01200 -> F01100) SOBREPOSTOS PELA CONCESSAO DIRETA (F01300)" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

       exit.

      *>=================================================================================
      *> Cada vinculo usuario x empresa/filial avaliado contra todas as
      *> regras ativas
       2000-Processing_Shori section.

            initialize                             f00900-User_Yuuzaa-Company_Kaisha
            perform 9000-str-pd00900-gtr
            perform 9000-Read_Yomu-pd00900-nex
            perform until not ws-OperationOK

                 add  1                            to ws-contador-vinculos
                 perform 2100-avalia-vinculo

                 perform 9000-Read_Yomu-pd00900-nex
            end-perform

            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "VINCULOS AVALIADOS: " ws-contador-vinculos
                   "   COM CONFLITO: " ws-contador-usuarios-conflito
                   "   ALTO: " ws-contador-risco-alto
                   "   MEDIO: " ws-contador-risco-medio
                   "   BAIXO: " ws-contador-risco-baixo
                   "   LIBERADOS C/ JUSTIFICATIVA: " ws-contador-justificados
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

       exit.

      *>=================================================================================
       2100-avalia-vinculo section.

            initialize                             lw-SoD
            set  lw-sod-listar-usuario              to true
            move f00900-CompanyCode                 to lw-CompanyCode-sod
            move f00900-BranchCode                  to lw-BranchCode-sod
            move f00900-UserID                      to lw-UserID-sod
            call c-conflito-sod using lnk-par lw-SoD
            cancel c-conflito-sod

            if   lw-qtde-conflitos-sod equal zeros
                 exit section
            end-if

            add  1                                  to ws-contador-usuarios-conflito

            initialize                             f00800-User_Yuuzaa
            move f00900-UserID                      to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   not ws-OperationOK
                 move spaces                        to f00800-UserName
                 move "00"                          to ws-AccessResult
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "EMPRESA " f00900-CompanyCode "." f00900-BranchCode
                   " USUARIO [" f00900-UserID "] " function trim(f00800-UserName)
                   " SITUACAO [" f00800-StatusID-User_Yuuzaa "]"
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            perform varying ws-ind-conflito from 1 by 1
                    until ws-ind-conflito greater lw-qtde-conflitos-sod

                 evaluate lw-id-risco-conflito(ws-ind-conflito)
                     when "A"
                          move "ALTO "              to ws-ds-risco
                          add  1                    to ws-contador-risco-alto
                     when "M"
                          move "MEDIO"              to ws-ds-risco
                          add  1                    to ws-contador-risco-medio
                     when other
                          move "BAIXO"              to ws-ds-risco
                          add  1                    to ws-contador-risco-baixo
                 end-evaluate

                 if   lw-conflito-justificado(ws-ind-conflito)
                      move "JUSTIFICADO"            to ws-ds-liberacao
                      add  1                        to ws-contador-justificados
                 else
                      move spaces                   to ws-ds-liberacao
                 end-if

                 move spaces                        to rs-arq-Report_Repoto
                 string "  REGRA " lw-cd-regra-conflito(ws-ind-conflito)
                        " RISCO " ws-ds-risco " " ws-ds-liberacao " "
                        function trim(lw-ds-regra-conflito(ws-ind-conflito))
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto

                 move spaces                        to rs-arq-Report_Repoto
                 string "     ORIGEM: " function trim(lw-origem-conflito(ws-ind-conflito))
                        delimited by size into rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close arq-Report_Repoto
            close pd00800
            close pd00900

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "CONFLITOS SOD - TODAS AS EMPRESAS" to lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-usuarios-conflito " vinculos com conflito em " wid-arq-Report_Repoto
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR00900.cpy.
