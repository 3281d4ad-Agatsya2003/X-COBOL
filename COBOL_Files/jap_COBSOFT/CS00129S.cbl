      $set sourceformat"free"
       program-id. CS00129S.
      *>=================================================================================
      *>
      *>     Grade do Product_Seihin - Digitacao de Quantidades e Matriz de Saldos
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS17500.cpy.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF17500.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00129S".
       78   c-ProgramDesc                   value "GRADE DO PRODUTO".
       78   c-max-dimensao                          value 10.
       78   c-max-itens-grade                       value 100.

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-nr-linhas                        pic 9(02) comp-5.
            03 ws-nr-colunas                       pic 9(02) comp-5.
            03 ws-ind-linha                        pic 9(02) comp-5.
            03 ws-ind-coluna                       pic 9(02) comp-5.
            03 ws-Line_Gyou-grade                  pic 9(03).
            03 ws-Column-grade                     pic 9(03).
            03 ws-qtde-celula-e                    pic zzzz9,99.
            03 ws-saldo-celula-e                   pic -zzzz9,9.
            03 ws-saldo-total                      pic s9(11)v9(04).
            03 ws-saldo-total-e                    pic -zzz.zzz.zz9,99.
            03 ws-Desc-dimensao-1                  pic x(15).
            03 ws-Desc-dimensao-2                  pic x(15).
            03 ws-Desc-Product-pai                 pic x(55).

       01   ws-tabela-grade.
            03 ws-rotulo-linha                     pic x(10) occurs 10.
            03 ws-rotulo-coluna                    pic x(10) occurs 10.
            03 ws-linha-grade                      occurs 10.
               05 ws-celula-grade                  occurs 10.
                  07 ws-cd-Product-celula          pic 9(09).
                  07 ws-qtde-celula                pic 9(06)v9(04).
                  07 ws-saldo-celula               pic s9(09)v9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW17500.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Grade.

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
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-i-pd17500

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

            set  lw-grade-vazia                     to true
            move zeros                              to lw-qtde-itens-grade

            perform 2100-carrega-grade
            if   ws-nr-linhas equal zeros
                 move "Produto sem grade gerada (CS10048C)!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2100-exibe-grade

            if   lw-grade-consulta
                 perform 2100-exibe-saldos
            else
                 perform 2100-digita-quantidades
            end-if

       exit.

      *>=================================================================================
      *> Linhas sao os valores da primeira dimensao (ex. tamanho) e colunas os
      *> da segunda (ex. cor), na ordem em que foram cadastrados
       2100-carrega-grade section.

            initialize                             ws-tabela-grade
            move zeros                              to ws-nr-linhas
                                                       ws-nr-colunas

            move spaces                             to ws-Desc-Product-pai
                                                       ws-Desc-dimensao-1
                                                       ws-Desc-dimensao-2
            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move lw-cd-Product-pai-grade            to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin    to ws-Desc-Product-pai
                 move f01800-Desc-dimensao-1        to ws-Desc-dimensao-1
                 move f01800-Desc-dimensao-2        to ws-Desc-dimensao-2
            end-if

            initialize                             f17500-Grade_Produto
            move lnk-CompanyCode                    to f17500-CompanyCode
            move lnk-BranchCode                     to f17500-BranchCode
            move lw-cd-Product-pai-grade            to f17500-cd-Product-pai
            perform 9000-str-pd17500-nlss
            perform 9000-Read_Yomu-pd17500-nex
            perform until not ws-OperationOK
                       or f17500-CompanyCode    not equal lnk-CompanyCode
                       or f17500-BranchCode     not equal lnk-BranchCode
                       or f17500-cd-Product-pai not equal lw-cd-Product-pai-grade

                 if   f17500-Seq-linha  greater zeros and f17500-Seq-linha  not greater c-max-dimensao
                 and  f17500-Seq-coluna greater zeros and f17500-Seq-coluna not greater c-max-dimensao
                      move f17500-valor-dimensao-1  to ws-rotulo-linha(f17500-Seq-linha)
                      move f17500-valor-dimensao-2  to ws-rotulo-coluna(f17500-Seq-coluna)
                      move f17500-ProductCode       to ws-cd-Product-celula(f17500-Seq-linha f17500-Seq-coluna)
                      if   f17500-Seq-linha greater ws-nr-linhas
                           move f17500-Seq-linha    to ws-nr-linhas
                      end-if
                      if   f17500-Seq-coluna greater ws-nr-colunas
                           move f17500-Seq-coluna   to ws-nr-colunas
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd17500-nex
            end-perform

       exit.

      *>=================================================================================
       2100-exibe-grade section.

            perform 9000-StandardFrame

            display "Grade:"                        at line 11 col 05
            display lw-cd-Product-pai-grade         at line 11 col 12
            display ws-Desc-Product-pai             at line 11 col 23
            display ws-Desc-dimensao-1              at line 13 col 05
            display "x"                             at line 13 col 21
            display ws-Desc-dimensao-2              at line 13 col 23

            perform varying ws-ind-coluna from 1 by 1 until ws-ind-coluna greater ws-nr-colunas
                 compute ws-Column-grade = 14 + ((ws-ind-coluna - 1) * 9)
                 display ws-rotulo-coluna(ws-ind-coluna)(1:8) at line 15 col ws-Column-grade
            end-perform

            perform varying ws-ind-linha from 1 by 1 until ws-ind-linha greater ws-nr-linhas
                 compute ws-Line_Gyou-grade = 17 + ((ws-ind-linha - 1) * 2)
                 display ws-rotulo-linha(ws-ind-linha) at line ws-Line_Gyou-grade col 03

                 perform varying ws-ind-coluna from 1 by 1 until ws-ind-coluna greater ws-nr-colunas
                      compute ws-Column-grade = 14 + ((ws-ind-coluna - 1) * 9)
                      if   ws-cd-Product-celula(ws-ind-linha ws-ind-coluna) equal zeros
                           display "    -   " at line ws-Line_Gyou-grade col ws-Column-grade
                      else
                           move ws-qtde-celula(ws-ind-linha ws-ind-coluna) to ws-qtde-celula-e
                           display ws-qtde-celula-e at line ws-Line_Gyou-grade col ws-Column-grade
                      end-if
                 end-perform
            end-perform

       exit.

      *>=================================================================================
      *> Quantidade por celula; as combinacoes sem SKU gerado ficam de fora
       2100-digita-quantidades section.

            perform varying ws-ind-linha from 1 by 1
                    until ws-ind-linha greater ws-nr-linhas or ws-tecla-Cancela

                 compute ws-Line_Gyou-grade = 17 + ((ws-ind-linha - 1) * 2)

                 perform varying ws-ind-coluna from 1 by 1
                         until ws-ind-coluna greater ws-nr-colunas or ws-tecla-Cancela

                      if   ws-cd-Product-celula(ws-ind-linha ws-ind-coluna) equal zeros
                           exit perform cycle
                      end-if

                      compute ws-Column-grade = 14 + ((ws-ind-coluna - 1) * 9)
                      move ws-qtde-celula(ws-ind-linha ws-ind-coluna) to ws-qtde-celula-e
                      accept ws-qtde-celula-e at line ws-Line_Gyou-grade col ws-Column-grade with update auto-skip
                      move ws-qtde-celula-e         to ws-qtde-celula(ws-ind-linha ws-ind-coluna)
                 end-perform
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move "Confirm_Kakunin quantidades da grade? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform varying ws-ind-linha from 1 by 1 until ws-ind-linha greater ws-nr-linhas
                 perform varying ws-ind-coluna from 1 by 1 until ws-ind-coluna greater ws-nr-colunas
                      if   ws-qtde-celula(ws-ind-linha ws-ind-coluna) greater zeros
                      and  lw-qtde-itens-grade less c-max-itens-grade
                           add  1                   to lw-qtde-itens-grade
                           move ws-cd-Product-celula(ws-ind-linha ws-ind-coluna)
                                                    to lw-ProductCode-grade(lw-qtde-itens-grade)
                           move ws-qtde-celula(ws-ind-linha ws-ind-coluna)
                                                    to lw-qtde-grade(lw-qtde-itens-grade)
                      end-if
                 end-perform
            end-perform

            if   lw-qtde-itens-grade greater zeros
                 set  lw-grade-confirmada           to true
            end-if

       exit.

      *>=================================================================================
      *> Matriz de saldos: disponivel de cada SKU no armazem informado ou na
      *> soma de todos os armazens
       2100-exibe-saldos section.

            move zeros                              to ws-saldo-total

            perform varying ws-ind-linha from 1 by 1 until ws-ind-linha greater ws-nr-linhas
                 compute ws-Line_Gyou-grade = 17 + ((ws-ind-linha - 1) * 2)

                 perform varying ws-ind-coluna from 1 by 1 until ws-ind-coluna greater ws-nr-colunas
                      if   ws-cd-Product-celula(ws-ind-linha ws-ind-coluna) greater zeros
                           perform 9000-saldo-celula
                           add  ws-saldo-celula(ws-ind-linha ws-ind-coluna) to ws-saldo-total
                           compute ws-Column-grade = 14 + ((ws-ind-coluna - 1) * 9)
                           move ws-saldo-celula(ws-ind-linha ws-ind-coluna) to ws-saldo-celula-e
                           display ws-saldo-celula-e at line ws-Line_Gyou-grade col ws-Column-grade
                      end-if
                 end-perform
            end-perform

            move ws-saldo-total                     to ws-saldo-total-e
            string "Saldo total da grade: " ws-saldo-total-e into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-saldo-celula section.

            move zeros                              to ws-saldo-celula(ws-ind-linha ws-ind-coluna)

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            move ws-cd-Product-celula(ws-ind-linha ws-ind-coluna) to f06000-ProductCode
            move zeros                             to f06000-ArmazemCode
            perform 9000-str-pd06000-nlss
            perform 9000-Read_Yomu-pd06000-nex
            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal lnk-CompanyCode
                       or f06000-BranchCode  not equal lnk-BranchCode
                       or f06000-ProductCode not equal ws-cd-Product-celula(ws-ind-linha ws-ind-coluna)

                 if   lw-ArmazemCode-grade equal zeros
                 or   lw-ArmazemCode-grade equal f06000-ArmazemCode
                      add  f06000-qtde-disponivel   to ws-saldo-celula(ws-ind-linha ws-ind-coluna)
                 end-if

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd06000
            close pd17500

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR06000.cpy.
       copy CSR17500.cpy.
