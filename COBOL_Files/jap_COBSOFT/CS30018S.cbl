               05 ws-chave-Type-nota               pic 9(02).
               05 ws-chave-Number-documento        pic 9(09).
               05 ws-chave-Series-documento         pic x(03).
            03 ws-competencia                      pic 9(06).

      *>=================================================================================
       linkage section.
            move zeros                             to ws-contador-excecoes
                                                      ws-contador-notas

            *> Competencia AAAAMM no parametro limita a conciliacao as notas
            *> do mes; sem ela todas as notas e parcelas sao conferidas
            move zeros                              to ws-competencia
            if   lnk-Line_Gyou-comando(01:06) is numeric
                 move lnk-Line_Gyou-comando(01:06)  to ws-competencia
            end-if

            move spaces                             to rs-arq-excecoes
            if   ws-competencia greater zeros
                 string "CONCILIACAO CONTAS A RECEBER X NOTAS EMITIDAS - " ws-data-inv
                        " - COMPETENCIA " ws-competencia into rs-arq-excecoes
            else
                 string "CONCILIACAO CONTAS A RECEBER X NOTAS EMITIDAS - " ws-data-inv into rs-arq-excecoes
            end-if
            write rs-arq-excecoes

       exit.
      *> total do documento; nota cancelada no pode manter parcelas abertas
       2100-verifica-notas section.

            if   ws-competencia greater zeros
                 perform 2100-verifica-notas-competencia
                 exit section
            end-if

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode

       exit.

      *>=================================================================================
      *> Notas de saida da competencia pela data de operacao (chave-2)
       2100-verifica-notas-competencia section.

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            compute f05000-data-operacao = (ws-competencia * 100) + 1
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao(1:6) greater ws-competencia

                 if   f05000-nota-Exit_Deguchi
                      add 1                         to ws-contador-notas
                      perform 2200-verifica-parcelas-da-nota
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

       exit.

      *>=================================================================================
       2200-verifica-parcelas-da-nota section.

      *> Passo 2: parcela de Contas_Receber cujo documento fiscal no existe
       2100-verifica-orfaos-receber section.

            if   ws-competencia greater zeros
                 perform 2100-verifica-orfaos-competencia
                 exit section
            end-if

            move high-values                        to ws-chave-nota

            initialize                             f02400-Contas_Receber

       exit.

      *>=================================================================================
      *> Parcelas emitidas na competencia pelo vencimento (chave-2): nenhuma
      *> parcela vence antes da emissao, entao a varredura comeca no
      *> primeiro dia do mes; as parcelas de um documento nao ficam
      *> juntas nesta ordem e cada uma e conferida
       2100-verifica-orfaos-competencia section.

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            compute f02400-data-vencimento = (ws-competencia * 100) + 1
            perform 9000-str-pd02400-nlss-2
            perform 9000-Read_Yomu-pd02400-nex
            perform until not ws-OperationOK
                       or f02400-CompanyCode not equal lnk-CompanyCode
                       or f02400-BranchCode  not equal lnk-BranchCode

                 if   f02400-data-emissao(1:6) equal ws-competencia
                      perform 2200-verifica-documento-existe
                 end-if

                 perform 9000-Read_Yomu-pd02400-nex
            end-perform

       exit.

      *>=================================================================================
       2200-verifica-documento-existe section.

            *> Titulo de implantacao de saldo e tarifa de cheque devolvido
            *> nao tem documento fiscal
            if   f02400-titulo-implantacao
            or   f02400-titulo-tarifa-cheque
                 exit section
            end-if

            initialize                             f05000-mestre-Invoice_Seikyusho
            move f02400-CompanyCode                 to f05000-CompanyCode
            move f02400-BranchCode                  to f05000-BranchCode
