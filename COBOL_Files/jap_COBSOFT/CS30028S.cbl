       copy CSS02600.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS13900.cpy.
       copy CSS14000.cpy.
       copy CSS15300.cpy.

            select arq-dre assign to disk wid-arq-dre
                 organization        is line sequential
       copy CSF02600.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF13900.cpy.
       copy CSF14000.cpy.
       copy CSF15300.cpy.

       fd   arq-dre.

       78   c-ThisProgram                        value "CS30028S".
       78   c-ProgramDesc                   value "DRE GERENCIAL".

       78   c-max-centros                           value 100.
       78   c-serie-emprestimo                      value 911.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

                  07 ws-dre-impostos               pic s9(13)v9(02).
                  07 ws-dre-cmv                    pic s9(13)v9(02).
                  07 ws-dre-despesas               pic s9(13)v9(02).
                  07 ws-dre-juros-emprestimos      pic s9(13)v9(02).
                  07 ws-dre-resultado              pic s9(13)v9(02).
            03 ws-idx                              pic 9(03) comp-5.
            03 ws-livre                            pic 9(03) comp-5.
            03 ws-despesa-sem-centro               pic s9(13)v9(02) occurs 2.
            03 ws-tabela-centros.
               05 ws-centro-entrada occurs c-max-centros.
                  07 ws-centro-cd-centro-custo     pic 9(05).
                  07 ws-centro-despesas            pic s9(13)v9(02) occurs 2.
            03 ws-Value-x                          pic -z.zzz.zzz.zz9,99.
            03 ws-Value-x-2                        pic -z.zzz.zzz.zz9,99.
            03 ws-descricao-linha                  pic x(25).
            perform 9000-Open_Akeru-i-pd02600
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-i-pd05100
            perform 9000-Open_Akeru-i-pd13900
            perform 9000-Open_Akeru-i-pd14000
            perform 9000-Open_Akeru-i-pd15300

       exit.

            end-if

            initialize                             ws-tabela-dre
                                                   ws-tabela-centros

            move f-ano-referencia                   to ws-ano-dre
            move f-mes-referencia                   to ws-mes-dre

            perform 2200-apura-documentos
            perform 2200-apura-despesas
            perform 2200-apura-despesas-centro
            perform 2200-apura-juros-emprestimos

            compute ws-dre-resultado(ws-dre-idx) =
                    ws-dre-receita-bruta(ws-dre-idx)
                    - ws-dre-impostos(ws-dre-idx)
                    - ws-dre-cmv(ws-dre-idx)
                    - ws-dre-despesas(ws-dre-idx)
                    - ws-dre-juros-emprestimos(ws-dre-idx)

       exit.

      *>=================================================================================
       2200-apura-documentos section.

            *> Varredura pela data de operacao (chave-2), somente na competencia
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            compute f05000-data-operacao = (ws-competencia-dre * 100) + 1
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao(1:6) greater ws-competencia-dre

                 if   f05000-data-operacao(1:6) equal ws-competencia-dre

                      evaluate true
                           *> Devolucao de compra (CS40025C) e remessa para
                           *> industrializacao (CS50004C) saem como NF-e
                           *> mas nao sao receita
                           when f05000-nota-Exit_Deguchi
                            and (f05000-nota-devolucao
                              or f05000-remessa-industrializacao)
                                continue
                           *> Entrega futura: a receita e lancada na nota de
                           *> simples faturamento (sem custo); a remessa
                           *> traz so os impostos destacados nela e o CMV
                           when f05000-nota-Exit_Deguchi
                            and f05000-remessa-entrega-futura
                                if   f05000-nota-emitida
                                     compute ws-dre-impostos(ws-dre-idx) =
                                             ws-dre-impostos(ws-dre-idx)
                                             + f05000-Value-icms
                                             + f05000-Value-icms-st
                                             + f05000-Value-ipi
                                             + f05000-Value-pis
                                             + f05000-Value-cofins
                                             + f05000-Value-iss
                                     perform 2300-apura-cmv-documento
                                end-if
                           when (f05000-nota-Exit_Deguchi
                              or f05000-nota-consumidor
                              or f05000-nota-servico)
                 perform 9000-Read_Yomu-pd05100-nex
            end-perform

            *> A leitura dos itens nao move o pd05000; somente o status da
            *> varredura do cabecalho e restabelecido
            move "00"                               to ws-AccessResult

       exit.

                       or f02600-CompanyCode not equal lnk-CompanyCode
                       or f02600-BranchCode  not equal lnk-BranchCode

                 *> Parcelas de emprestimo (Series 911) nao sao despesa: so os
                 *> juros do cronograma entram, em linha propria
                 if   f02600-data-emissao(1:6) equal ws-competencia-dre
                 and  f02600-Series-documento not equal c-serie-emprestimo
                      add f02600-Value-total        to ws-dre-despesas(ws-dre-idx)
                 end-if


       exit.

      *>=================================================================================
      *> Despesa financeira: juros das parcelas de emprestimos (CS40021C)
      *> pelo vencimento dentro da competencia
       2200-apura-juros-emprestimos section.

            initialize                             f15300-Parcela_Emprestimo
            move lnk-CompanyCode                    to f15300-CompanyCode
            move lnk-BranchCode                     to f15300-BranchCode
            compute f15300-data-vencimento = (ws-competencia-dre * 100) + 1
            perform 9000-str-pd15300-nlss-1
            perform 9000-Read_Yomu-pd15300-nex
            perform until not ws-OperationOK
                       or f15300-CompanyCode            not equal lnk-CompanyCode
                       or f15300-BranchCode             not equal lnk-BranchCode
                       or f15300-data-vencimento(1:6)   not equal ws-competencia-dre

                 add  f15300-Value-juros            to ws-dre-juros-emprestimos(ws-dre-idx)

                 perform 9000-Read_Yomu-pd15300-nex
            end-perform

       exit.

      *>=================================================================================
      *> Abertura das despesas pelos rateios dos titulos a pagar; a parcela
      *> que no foi rateada aparece como despesa sem centro de custo
       2200-apura-despesas-centro section.

            initialize                             f13900-Rateio_Centro_Custo
            move lnk-CompanyCode                    to f13900-CompanyCode
            move lnk-BranchCode                     to f13900-BranchCode
            move ws-competencia-dre                 to f13900-competencia
            perform 9000-str-pd13900-nlss-1
            perform 9000-Read_Yomu-pd13900-nex
            perform until not ws-OperationOK
                       or f13900-CompanyCode not equal lnk-CompanyCode
                       or f13900-BranchCode  not equal lnk-BranchCode
                       or f13900-competencia not equal ws-competencia-dre

                 perform 2300-acumula-centro

                 perform 9000-Read_Yomu-pd13900-nex
            end-perform

            move ws-dre-despesas(ws-dre-idx)        to ws-despesa-sem-centro(ws-dre-idx)
            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-centros
                 subtract ws-centro-despesas(ws-idx, ws-dre-idx) from ws-despesa-sem-centro(ws-dre-idx)
            end-perform

       exit.

      *>=================================================================================
       2300-acumula-centro section.

            move zeros                              to ws-livre

            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-centros

                 if   ws-centro-cd-centro-custo(ws-idx) equal f13900-cd-centro-custo
                      exit perform
                 end-if

                 if   ws-centro-cd-centro-custo(ws-idx) equal zeros
                 and  ws-livre equal zeros
                      move ws-idx                   to ws-livre
                 end-if
            end-perform

            if   ws-idx greater c-max-centros
                 if   ws-livre equal zeros
                      exit section
                 end-if
                 move ws-livre                      to ws-idx
                 move f13900-cd-centro-custo        to ws-centro-cd-centro-custo(ws-idx)
            end-if

            add  f13900-Value-rateio                to ws-centro-despesas(ws-idx, ws-dre-idx)

       exit.

      *>=================================================================================
       2100-gravar-dre section.

            move ws-dre-despesas(2)                 to ws-Value-x-2
            perform 2200-gravar-linha-dre

            perform 2200-gravar-despesas-centro

            move "(-) JUROS EMPRESTIMOS"            to ws-descricao-linha
            move ws-dre-juros-emprestimos(1)        to ws-Value-x
            move ws-dre-juros-emprestimos(2)        to ws-Value-x-2
            perform 2200-gravar-linha-dre

            move "RESULTADO OPERACIONAL"            to ws-descricao-linha
            move ws-dre-resultado(1)                to ws-Value-x
            move ws-dre-resultado(2)                to ws-Value-x-2

       exit.

      *>=================================================================================
       2200-gravar-despesas-centro section.

            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-centros

                 if   ws-centro-cd-centro-custo(ws-idx) greater zeros
                      initialize                    f14000-Centro_Custo
                      move lnk-CompanyCode          to f14000-CompanyCode
                      move lnk-BranchCode           to f14000-BranchCode
                      move ws-centro-cd-centro-custo(ws-idx) to f14000-cd-centro-custo
                      perform 9000-Read_Yomu-pd14000-ran
                      if   not ws-OperationOK
                           move spaces              to f14000-Desc-centro-custo
                      end-if

                      move spaces                   to ws-descricao-linha
                      string "  CC " ws-centro-cd-centro-custo(ws-idx) " " f14000-Desc-centro-custo
                             delimited by size into ws-descricao-linha
                      move ws-centro-despesas(ws-idx, 1) to ws-Value-x
                      move ws-centro-despesas(ws-idx, 2) to ws-Value-x-2
                      perform 2200-gravar-linha-dre
                 end-if
            end-perform

            move "  SEM CENTRO DE CUSTO"            to ws-descricao-linha
            move ws-despesa-sem-centro(1)           to ws-Value-x
            move ws-despesa-sem-centro(2)           to ws-Value-x-2
            perform 2200-gravar-linha-dre

       exit.

      *>=================================================================================
       2200-gravar-linha-dre section.

            close pd02600
            close pd05000
            close pd05100
            close pd13900
            close pd14000
            close pd15300

       exit.

       copy CSR02600.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR13900.cpy.
       copy CSR14000.cpy.
       copy CSR15300.cpy.
