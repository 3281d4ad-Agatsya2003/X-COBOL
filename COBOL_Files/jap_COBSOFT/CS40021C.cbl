      $set sourceformat"free"
       program-id. CS40021C.
      *>=================================================================================
      *>
      *>        Emprestimos e Financiamentos - Cronograma de Amortizacao
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01900.cpy.
       copy CSS02600.cpy.
       copy CSS14200.cpy.
       copy CSS15200.cpy.
       copy CSS15300.cpy.

            select arq-emprestimo assign to disk wid-arq-emprestimo
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01900.cpy.
       copy CSF02600.cpy.
       copy CSF14200.cpy.
       copy CSF15200.cpy.
       copy CSF15300.cpy.

       fd   arq-emprestimo.

       01   rs-arq-emprestimo                      pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40021C".
       78   c-ProgramDesc                   value "EMPRESTIMOS E FINANCIAMENTOS".

       78   c-registrar-spool                      value "CS00123S".
       78   c-serie-emprestimo                     value 911.
       78   c-max-parcelas                         value 420.
       78   c-dias-curto-prazo                     value 365.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 wid-arq-emprestimo                  pic x(200).
            03 ws-Number-contrato                  pic 9(07).
            03 ws-taxa-juros                       pic 9(01)v9(08).
            03 ws-fator-price                      pic 9(05)v9(10).
            03 ws-Value-prestacao-price            pic 9(11)v9(02).
            03 ws-Value-amortizacao-sac            pic 9(11)v9(02).
            03 ws-Value-principal                  pic 9(11)v9(02).
            03 ws-saldo-devedor                    pic 9(11)v9(02).
            03 ws-Value-total-juros                pic 9(11)v9(02).
            03 ws-qt-parcelas                      pic 9(03).
            03 ws-idx                              pic 9(03).
            03 ws-parcela-amortizacao              pic 9(03).
            03 ws-tabela-cronograma.
               05 ws-tc-parcela occurs 420.
                  07 ws-tc-data-vencimento         pic 9(08).
                  07 ws-tc-Value-amortizacao       pic 9(11)v9(02).
                  07 ws-tc-Value-juros             pic 9(11)v9(02).
                  07 ws-tc-Value-parcela           pic 9(11)v9(02).
                  07 ws-tc-saldo-devedor           pic 9(11)v9(02).
            03 ws-Parameters-vencimento.
               05 ws-data-base                     pic 9(08).
               05 filler redefines ws-data-base.
                  07 ws-ano-base                   pic 9(04).
                  07 ws-mes-base                   pic 9(02).
                  07 ws-dia-vencimento             pic 9(02).
               05 ws-meses-total                   pic 9(07).
               05 ws-ano-vencimento                pic 9(04).
               05 ws-mes-vencimento                pic 9(02).
               05 ws-ultimo-dia-mes                pic 9(02).
               05 ws-data-fim-mes                  pic 9(08).
               05 ws-data-vencimento               pic 9(08).
            03 ws-id-contrato-pago                 pic x(01).
               88 ws-contrato-com-pagamento            value "S".
               88 ws-contrato-sem-pagamento            value "N".
            03 ws-data-sistema-int                 pic 9(07).
            03 ws-data-limite-curto-prazo          pic 9(08).
            03 ws-curto-prazo                      pic 9(13)v9(02).
            03 ws-longo-prazo                      pic 9(13)v9(02).
            03 ws-juros-a-vencer                   pic 9(13)v9(02).
            03 ws-total-curto-prazo                pic 9(13)v9(02).
            03 ws-total-longo-prazo                pic 9(13)v9(02).
            03 ws-total-juros-a-vencer             pic 9(13)v9(02).
            03 ws-qtde-em-aberto                   pic 9(03).
            03 ws-Value-x                          pic z.zzz.zzz.zz9,99.
            03 ws-Value-x-2                        pic z.zzz.zzz.zz9,99.
            03 ws-Value-x-3                        pic z.zzz.zzz.zz9,99.
            03 ws-Value-x-4                        pic z.zzz.zzz.zz9,99.

       01   f-Contrato.
            03 f-Number-contrato                   pic 9(07).
            03 f-data-contrato                     pic 9(08).
            03 f-Desc-contrato                     pic x(40).
            03 f-Type-contrato                     pic x(01).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-cd-conta-bancaria                 pic 9(03).
            03 f-Desc-conta-bancaria               pic x(40).
            03 f-Value-principal                   pic zz.zzz.zzz.zz9,99.
            03 f-taxa-juros-mensal                 pic z9,9999.
            03 f-sistema-amortizacao               pic x(01).
            03 f-meses-carencia                    pic zz9.
            03 f-nr-parcelas                       pic zz9.
            03 f-data-primeiro-vencimento          pic 9(08).
            03 f-Value-total-juros                 pic zz.zzz.zzz.zz9,99.
            03 f-StatusID                          pic x(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Contrato.
            03 line 11 col 24   pic x(09) value "Contrato:".
            03 line 11 col 34   pic 9(07) from f-Number-contrato.
            03 line 11 col 50   pic x(05) value "Data:".
            03 line 11 col 56   pic 9(08) from f-data-contrato.
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(40) from f-Desc-contrato.
            03 line 15 col 28   pic x(05) value "Tipo:".
            03 line 15 col 34   pic x(01) from f-Type-contrato.
            03 line 15 col 38   pic x(37) value "(F=FINAME G=Capital de Giro O=Outros)".
            03 line 17 col 17   pic x(16) value "Banco (Fornec.):".
            03 line 17 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 17 col 50   pic x(55) from f-razao-social.
            03 line 19 col 18   pic x(15) value "Conta Bancaria:".
            03 line 19 col 34   pic 9(03) from f-cd-conta-bancaria.
            03 line 19 col 40   pic x(40) from f-Desc-conta-bancaria.
            03 line 21 col 23   pic x(10) value "Principal:".
            03 line 21 col 34   pic zz.zzz.zzz.zz9,99 from f-Value-principal.
            03 line 21 col 55   pic x(12) value "Taxa % a.m.:".
            03 line 21 col 68   pic z9,9999 from f-taxa-juros-mensal.
            03 line 23 col 25   pic x(08) value "Sistema:".
            03 line 23 col 34   pic x(01) from f-sistema-amortizacao.
            03 line 23 col 38   pic x(15) value "(S=SAC P=Price)".
            03 line 23 col 55   pic x(17) value "Carencia (meses):".
            03 line 23 col 73   pic zz9 from f-meses-carencia.
            03 line 25 col 24   pic x(09) value "Parcelas:".
            03 line 25 col 34   pic zz9 from f-nr-parcelas.
            03 line 25 col 50   pic x(14) value "1o Vencimento:".
            03 line 25 col 65   pic 9(08) from f-data-primeiro-vencimento.
            03 line 27 col 21   pic x(12) value "Total Juros:".
            03 line 27 col 34   pic zz.zzz.zzz.zz9,99 from f-Value-total-juros.
            03 line 27 col 55   pic x(09) value "Situacao:".
            03 line 27 col 65   pic x(01) from f-StatusID.
            03 line 27 col 68   pic x(21) value "(A=Ativo L=Liquidado)".

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

           initialize                             wf-FrameOptions

           perform 9000-Open_Akeru-i-pd01900
           perform 9000-Open_Akeru-io-pd02600
           perform 9000-Open_Akeru-i-pd14200
           perform 9000-Open_Akeru-io-pd15200
           perform 9000-Open_Akeru-io-pd15300

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

             perform until wf-Frame_Furemu-Return_Modoru

                 evaluate wf-Frame_Furemu
                      when 0
                           perform 8000-Screen_Gamen
                           perform 8000-FrameControl
                      when 9
                           perform 2999-FrameControl
                      when other
                           move "無効なフレーム!"   to ws-Message_Messeji
                           perform 9000-Message_Messeji
                 end-evaluate

            end-perform

       exit.
      *>=================================================================================
       2999-FrameControl section.

            perform 8000-accept-Option_Opushon

            evaluate wf-Option_Opushon
                when 01
                     perform 2100-Add_Tsuika
                when 02
                     perform 2100-Query_Shokai
                when 04
                     perform 2100-Delete_Sakujo
                when 05
                     perform 2100-Report_Divida
                when 06
                     perform 2100-Report_Cronograma
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> O contrato gera o cronograma completo (carencia so com juros e
      *> amortizacao SAC ou Price) e um titulo a pagar por parcela na Series
      *> reservada 911, que entra no fluxo de caixa como qualquer f02600
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-aceita-atributos
            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-calcula-cronograma

            move ws-Value-total-juros               to f-Value-total-juros
            display f-Value-total-juros at line 27 col 34

            move ws-tc-Value-parcela(ws-parcela-amortizacao) to ws-Value-x
            string "Primeira parcela de amortizacao " ws-Value-x
                   " - Confirm_Kakunin incluso do contrato? [S/N]" into ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Competencia fechada (CS10040C) no aceita novos lancamentos
            initialize                             lw-Periodo
            move "P"                               to lw-modulo-periodo
            move f-data-contrato                   to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Proximo numero de contrato da Filial
            move zeros                              to ws-Number-contrato
            initialize                             f15200-Contrato_Emprestimo
            move lnk-CompanyCode                    to f15200-CompanyCode
            move lnk-BranchCode                     to f15200-BranchCode
            move 9999999                           to f15200-Number-contrato
            perform 9000-str-pd15200-ngrt
            perform 9000-Read_Yomu-pd15200-pre
            if   ws-OperationOK
            and  f15200-CompanyCode equal lnk-CompanyCode
            and  f15200-BranchCode  equal lnk-BranchCode
                 move f15200-Number-contrato        to ws-Number-contrato
            end-if
            add 1                                   to ws-Number-contrato

            initialize                             f15200-Contrato_Emprestimo
            move lnk-CompanyCode                    to f15200-CompanyCode
            move lnk-BranchCode                     to f15200-BranchCode
            move ws-Number-contrato                 to f15200-Number-contrato
            perform 9000-move-atributos
            move ws-Value-total-juros               to f15200-Value-total-juros
            move function numval(lnk-UserID)        to f15200-UserID-contrato
            set  f15200-contrato-ativo              to true

            perform 9000-Write_Kaku-pd15200
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f15200-Contrato_Emprestimo - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-parcelas
                 perform 2200-gravar-parcela
            end-perform

            move ws-Number-contrato                 to f-Number-contrato
            move f15200-StatusID                    to f-StatusID
            perform 8000-Screen_Gamen

            string "Contrato [" ws-Number-contrato "] registrado com " ws-qt-parcelas " parcelas!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-aceita-atributos section.

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-contrato
            perform until f-data-contrato greater zeros or ws-tecla-Cancela
                 accept f-data-contrato at line 11 col 56 with update auto-skip
            end-perform

            perform until f-Desc-contrato not equal spaces or ws-tecla-Cancela
                 accept f-Desc-contrato at line 13 col 34 with update auto-skip
            end-perform

            perform until f-Type-contrato equal "F" or "G" or "O" or ws-tecla-Cancela
                 accept f-Type-contrato at line 15 col 34 with update auto-skip
                 move function upper-case(f-Type-contrato) to f-Type-contrato
            end-perform

            *> O banco credor e cadastrado como Fornecedor dos titulos
            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-fornecedor at line 17 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 initialize                         f01900-fornecedor
                 move lnk-CompanyCode               to f01900-CompanyCode
                 move lnk-BranchCode                to f01900-BranchCode
                 move f-cd-fornecedor               to f01900-cd-fornecedor
                 perform 9000-Read_Yomu-pd01900-ran
                 if   ws-OperationOK
                      move f01900-razao-social      to f-razao-social
                      display f-razao-social at line 17 col 50
                      exit perform
                 end-if
                 string "Fornecedor no cadastrado! [" f-cd-fornecedor "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-conta-bancaria at line 19 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 initialize                         f14200-Conta_Bancaria
                 move lnk-CompanyCode               to f14200-CompanyCode
                 move lnk-BranchCode                to f14200-BranchCode
                 move f-cd-conta-bancaria           to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   ws-OperationOK
                 and  f14200-conta-ativa
                      move f14200-Desc-conta-bancaria to f-Desc-conta-bancaria
                      display f-Desc-conta-bancaria at line 19 col 40
                      exit perform
                 end-if
                 string "Conta Bancaria Invalid_Mukou! [" f-cd-conta-bancaria "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move zeros                              to ws-Value-principal
            perform until ws-Value-principal greater zeros or ws-tecla-Cancela
                 accept f-Value-principal at line 21 col 34 with update auto-skip
                 move f-Value-principal             to ws-Value-principal
            end-perform

            accept f-taxa-juros-mensal at line 21 col 68 with update auto-skip

            perform until f-sistema-amortizacao equal "S" or "P" or ws-tecla-Cancela
                 accept f-sistema-amortizacao at line 23 col 34 with update auto-skip
                 move function upper-case(f-sistema-amortizacao) to f-sistema-amortizacao
            end-perform

            accept f-meses-carencia at line 23 col 73 with update auto-skip

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-nr-parcelas at line 25 col 34 with update auto-skip
                 move f-nr-parcelas                 to ws-qt-parcelas
                 move f-meses-carencia              to ws-idx
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   ws-qt-parcelas greater zeros
                 and  ws-qt-parcelas + ws-idx not greater c-max-parcelas
                      exit perform
                 end-if
                 move "Numero de parcelas Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-data-primeiro-vencimento at line 25 col 65 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-data-primeiro-vencimento greater f-data-contrato
                      exit perform
                 end-if
                 move "Primeiro vencimento deve ser posterior ao contrato!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

       exit.

      *>=================================================================================
       9000-move-atributos section.

            move f-data-contrato                    to f15200-data-contrato
            move f-Desc-contrato                    to f15200-Desc-contrato
            move f-Type-contrato                    to f15200-Type-contrato
            move f-cd-fornecedor                    to f15200-cd-fornecedor
            move f-cd-conta-bancaria                to f15200-cd-conta-bancaria
            move f-Value-principal                  to f15200-Value-principal
            move f-taxa-juros-mensal                to f15200-taxa-juros-mensal
            move f-sistema-amortizacao              to f15200-sistema-amortizacao
            move f-meses-carencia                   to f15200-meses-carencia
            move f-nr-parcelas                      to f15200-nr-parcelas
            move f-data-primeiro-vencimento         to f15200-data-primeiro-vencimento

       exit.

      *>=================================================================================
      *> Na carencia o saldo nao amortiza e a parcela e so de juros. Depois:
      *> SAC - amortizacao constante (principal / parcelas) e juros sobre o
      *> saldo; Price - prestacao constante P * i * (1+i)^n / ((1+i)^n - 1).
      *> A ultima parcela amortiza o saldo restante (arredondamentos)
       2200-calcula-cronograma section.

            initialize                             ws-tabela-cronograma
            move f-taxa-juros-mensal                to ws-taxa-juros
            divide ws-taxa-juros by 100         giving ws-taxa-juros rounded
            move f-Value-principal                  to ws-Value-principal
            move f-nr-parcelas                      to ws-qt-parcelas
            move f-meses-carencia                   to ws-parcela-amortizacao
            add  1                                  to ws-parcela-amortizacao

            compute ws-Value-amortizacao-sac rounded =
                    ws-Value-principal / ws-qt-parcelas
            if   ws-taxa-juros equal zeros
                 move ws-Value-amortizacao-sac      to ws-Value-prestacao-price
            else
                 compute ws-fator-price rounded = (1 + ws-taxa-juros) ** ws-qt-parcelas
                 compute ws-Value-prestacao-price rounded =
                         ws-Value-principal * ws-taxa-juros * ws-fator-price
                       / (ws-fator-price - 1)
            end-if

            compute ws-qt-parcelas = ws-qt-parcelas + ws-parcela-amortizacao - 1
            move ws-Value-principal                 to ws-saldo-devedor
            move zeros                              to ws-Value-total-juros
            move f-data-primeiro-vencimento         to ws-data-base

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-parcelas

                 compute ws-tc-Value-juros(ws-idx) rounded =
                         ws-saldo-devedor * ws-taxa-juros

                 evaluate true
                      when ws-idx less ws-parcela-amortizacao
                           move zeros               to ws-tc-Value-amortizacao(ws-idx)
                      when ws-idx equal ws-qt-parcelas
                           move ws-saldo-devedor    to ws-tc-Value-amortizacao(ws-idx)
                      when f-sistema-amortizacao equal "S"
                           move ws-Value-amortizacao-sac to ws-tc-Value-amortizacao(ws-idx)
                      when other
                           compute ws-tc-Value-amortizacao(ws-idx) =
                                   ws-Value-prestacao-price - ws-tc-Value-juros(ws-idx)
                 end-evaluate

                 if   ws-tc-Value-amortizacao(ws-idx) greater ws-saldo-devedor
                      move ws-saldo-devedor         to ws-tc-Value-amortizacao(ws-idx)
                 end-if

                 compute ws-tc-Value-parcela(ws-idx) =
                         ws-tc-Value-amortizacao(ws-idx) + ws-tc-Value-juros(ws-idx)
                 subtract ws-tc-Value-amortizacao(ws-idx) from ws-saldo-devedor
                 move ws-saldo-devedor              to ws-tc-saldo-devedor(ws-idx)
                 add  ws-tc-Value-juros(ws-idx)     to ws-Value-total-juros

                 perform 9000-calcula-vencimento-parcela
                 move ws-data-vencimento            to ws-tc-data-vencimento(ws-idx)
            end-perform

       exit.

      *>=================================================================================
      *> Mesmo dia do primeiro vencimento, mes a mes; em mes mais curto a
      *> parcela vence no ultimo dia
       9000-calcula-vencimento-parcela section.

            compute ws-meses-total =
                    (ws-ano-base * 12) + ws-mes-base - 1 + ws-idx - 1
            divide ws-meses-total by 12 giving ws-ano-vencimento
                                     remainder ws-mes-vencimento
            add  1                                  to ws-mes-vencimento

            if   ws-mes-vencimento equal 12
                 move 31                            to ws-ultimo-dia-mes
            else
                 compute ws-data-fim-mes = function date-of-integer(
                         function integer-of-date((ws-ano-vencimento * 10000)
                                                + ((ws-mes-vencimento + 1) * 100) + 1) - 1)
                 move ws-data-fim-mes(7:2)          to ws-ultimo-dia-mes
            end-if

            compute ws-data-vencimento =
                    (ws-ano-vencimento * 10000) + (ws-mes-vencimento * 100)
            if   ws-dia-vencimento greater ws-ultimo-dia-mes
                 add  ws-ultimo-dia-mes             to ws-data-vencimento
            else
                 add  ws-dia-vencimento             to ws-data-vencimento
            end-if

       exit.

      *>=================================================================================
       2200-gravar-parcela section.

            move c-serie-emprestimo                 to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                             f02600-Contas_Pagar
            move lnk-CompanyCode                    to f02600-CompanyCode
            move lnk-BranchCode                     to f02600-BranchCode
            move 00                                 to f02600-Type-nota
            move lnk-Number-documento               to f02600-Number-documento
            move c-serie-emprestimo                 to f02600-Series-documento
            move ws-Number-contrato                 to f02600-Number-documento-origem
            move "EMP"                              to f02600-Series-documento-origem
            move f-cd-fornecedor                    to f02600-cd-fornecedor
            move f-data-contrato                    to f02600-data-emissao
            move ws-tc-data-vencimento(ws-idx)      to f02600-data-vencimento
            move ws-tc-Value-parcela(ws-idx)        to f02600-Value-total
            move zeros                              to f02600-Value-pago
            set  f02600-aberto                      to true
            perform 9000-Write_Kaku-pd02600
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02600-Contas_Pagar - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f15300-Parcela_Emprestimo
            move lnk-CompanyCode                    to f15300-CompanyCode
            move lnk-BranchCode                     to f15300-BranchCode
            move ws-Number-contrato                 to f15300-Number-contrato
            move ws-idx                             to f15300-Seq-parcela
            move ws-tc-data-vencimento(ws-idx)      to f15300-data-vencimento
            move ws-tc-Value-amortizacao(ws-idx)    to f15300-Value-amortizacao
            move ws-tc-Value-juros(ws-idx)          to f15300-Value-juros
            move ws-tc-Value-parcela(ws-idx)        to f15300-Value-parcela
            move ws-tc-saldo-devedor(ws-idx)        to f15300-Value-saldo-devedor
            move f02600-Type-nota                   to f15300-Type-nota
            move f02600-Number-documento            to f15300-Number-documento
            move f02600-Series-documento            to f15300-Series-documento
            perform 9000-Write_Kaku-pd15300
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f15300-Parcela_Emprestimo - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
      *> Exclusao so para contrato sem nenhuma parcela paga: remove os
      *> titulos a pagar e o cronograma
       2100-Delete_Sakujo section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            move f15200-Number-contrato             to ws-Number-contrato
            set  ws-contrato-sem-pagamento          to true
            initialize                             f15300-Parcela_Emprestimo
            move lnk-CompanyCode                    to f15300-CompanyCode
            move lnk-BranchCode                     to f15300-BranchCode
            move ws-Number-contrato                 to f15300-Number-contrato
            perform 9000-str-pd15300-nlss
            perform 9000-Read_Yomu-pd15300-nex
            perform until not ws-OperationOK
                       or f15300-CompanyCode      not equal lnk-CompanyCode
                       or f15300-BranchCode       not equal lnk-BranchCode
                       or f15300-Number-contrato  not equal ws-Number-contrato
                       or ws-contrato-com-pagamento
                 perform 9000-Localiza-titulo-parcela
                 if   ws-OperationOK
                 and  f02600-Value-pago greater zeros
                      set  ws-contrato-com-pagamento to true
                 else
                      perform 9000-Read_Yomu-pd15300-nex
                 end-if
            end-perform

            if   ws-contrato-com-pagamento
                 move "Contrato com parcela paga no pode ser excluido!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin excluso do contrato e dos titulos? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             f15300-Parcela_Emprestimo
            move lnk-CompanyCode                    to f15300-CompanyCode
            move lnk-BranchCode                     to f15300-BranchCode
            move ws-Number-contrato                 to f15300-Number-contrato
            perform 9000-str-pd15300-nlss
            perform 9000-Read_Yomu-pd15300-nex
            perform until not ws-OperationOK
                       or f15300-CompanyCode      not equal lnk-CompanyCode
                       or f15300-BranchCode       not equal lnk-BranchCode
                       or f15300-Number-contrato  not equal ws-Number-contrato
                 perform 9000-Localiza-titulo-parcela
                 if   ws-OperationOK
                      perform 9000-Delete_Sakujo-pd02600
                 end-if
                 perform 9000-Delete_Sakujo-pd15300
                 perform 9000-Read_Yomu-pd15300-nex
            end-perform

            initialize                             f15200-Contrato_Emprestimo
            move lnk-CompanyCode                    to f15200-CompanyCode
            move lnk-BranchCode                     to f15200-BranchCode
            move ws-Number-contrato                 to f15200-Number-contrato
            perform 9000-Read_Yomu-pd15200-ran
            if   ws-OperationOK
                 perform 9000-Delete_Sakujo-pd15200
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao Delete_Sakujo f15200-Contrato_Emprestimo - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-ClearScreen

            move "Contrato excluido com sucesso!"   to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-Localiza-titulo-parcela section.

            initialize                             f02600-Contas_Pagar
            move f15300-CompanyCode                 to f02600-CompanyCode
            move f15300-BranchCode                  to f02600-BranchCode
            move f15300-Type-nota                   to f02600-Type-nota
            move f15300-Number-documento            to f02600-Number-documento
            move f15300-Series-documento            to f02600-Series-documento
            perform 9000-Read_Yomu-pd02600-ran

       exit.

      *>=================================================================================
      *> Divida em aberto: principal das parcelas cujo titulo ainda nao foi
      *> quitado, curto prazo ate 365 dias e longo prazo apos; contrato sem
      *> parcela em aberto passa a liquidado
       2100-Report_Divida section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move function integer-of-date(ws-data-inv) to ws-data-sistema-int
            compute ws-data-limite-curto-prazo = function date-of-integer(
                    ws-data-sistema-int + c-dias-curto-prazo)

            string lnk-tmp-path delimited by "  "
                   "\DIVIDA_EMPRESTIMOS_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-emprestimo
            open output arq-emprestimo
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-emprestimo
            string "EMPRESTIMOS E FINANCIAMENTOS - DIVIDA EM ABERTO EM "
                   ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-emprestimo
            write rs-arq-emprestimo
            move spaces                             to rs-arq-emprestimo
            write rs-arq-emprestimo
            move spaces                             to rs-arq-emprestimo
            string "CONTRATO T DESCRICAO                                PARC       CURTO PRAZO       LONGO PRAZO    JUROS A VENCER"
                   delimited by size into rs-arq-emprestimo
            write rs-arq-emprestimo

            move zeros                              to ws-total-curto-prazo
                                                       ws-total-longo-prazo
                                                       ws-total-juros-a-vencer

            initialize                             f15200-Contrato_Emprestimo
            move lnk-CompanyCode                    to f15200-CompanyCode
            move lnk-BranchCode                     to f15200-BranchCode
            set  f15200-contrato-ativo              to true
            perform 9000-str-pd15200-nlss-1
            perform 9000-Read_Yomu-pd15200-nex
            perform until not ws-OperationOK
                       or f15200-CompanyCode not equal lnk-CompanyCode
                       or f15200-BranchCode  not equal lnk-BranchCode
                       or not f15200-contrato-ativo

                 perform 2200-divida-contrato

                 perform 9000-Read_Yomu-pd15200-nex
            end-perform

            move ws-total-curto-prazo               to ws-Value-x
            move ws-total-longo-prazo               to ws-Value-x-2
            move ws-total-juros-a-vencer            to ws-Value-x-3
            compute ws-curto-prazo = ws-total-curto-prazo + ws-total-longo-prazo
            move ws-curto-prazo                     to ws-Value-x-4
            move spaces                             to rs-arq-emprestimo
            write rs-arq-emprestimo
            move spaces                             to rs-arq-emprestimo
            string "TOTAL                                                     " ws-Value-x " " ws-Value-x-2 " " ws-Value-x-3
                   delimited by size into rs-arq-emprestimo
            write rs-arq-emprestimo
            move spaces                             to rs-arq-emprestimo
            string "PRINCIPAL TOTAL EM ABERTO " ws-Value-x-4
                   delimited by size into rs-arq-emprestimo
            write rs-arq-emprestimo

            close arq-emprestimo

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "DIVIDA EMPRESTIMOS EM " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-emprestimo                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-emprestimo into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-divida-contrato section.

            move f15200-Number-contrato             to ws-Number-contrato
            move zeros                              to ws-curto-prazo
                                                       ws-longo-prazo
                                                       ws-juros-a-vencer
                                                       ws-qtde-em-aberto

            initialize                             f15300-Parcela_Emprestimo
            move lnk-CompanyCode                    to f15300-CompanyCode
            move lnk-BranchCode                     to f15300-BranchCode
            move ws-Number-contrato                 to f15300-Number-contrato
            perform 9000-str-pd15300-nlss
            perform 9000-Read_Yomu-pd15300-nex
            perform until not ws-OperationOK
                       or f15300-CompanyCode      not equal lnk-CompanyCode
                       or f15300-BranchCode       not equal lnk-BranchCode
                       or f15300-Number-contrato  not equal ws-Number-contrato

                 perform 9000-Localiza-titulo-parcela
                 if   not ws-OperationOK
                 or   not f02600-quitado
                      add 1                         to ws-qtde-em-aberto
                      add f15300-Value-juros        to ws-juros-a-vencer
                      if   f15300-data-vencimento not greater ws-data-limite-curto-prazo
                           add f15300-Value-amortizacao to ws-curto-prazo
                      else
                           add f15300-Value-amortizacao to ws-longo-prazo
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd15300-nex
            end-perform

            initialize                             f15200-Contrato_Emprestimo
            move lnk-CompanyCode                    to f15200-CompanyCode
            move lnk-BranchCode                     to f15200-BranchCode
            move ws-Number-contrato                 to f15200-Number-contrato
            perform 9000-Read_Yomu-pd15200-ran

            if   ws-qtde-em-aberto equal zeros
                 set  f15200-contrato-liquidado     to true
                 perform 9000-Rewrite_Kakinaosu-pd15200
                 perform 9000-reposiciona-contratos
                 exit section
            end-if

            add  ws-curto-prazo                     to ws-total-curto-prazo
            add  ws-longo-prazo                     to ws-total-longo-prazo
            add  ws-juros-a-vencer                  to ws-total-juros-a-vencer

            move ws-curto-prazo                     to ws-Value-x
            move ws-longo-prazo                     to ws-Value-x-2
            move ws-juros-a-vencer                  to ws-Value-x-3
            move spaces                             to rs-arq-emprestimo
            string f15200-Number-contrato "  " f15200-Type-contrato " " f15200-Desc-contrato
                   " " ws-qtde-em-aberto " " ws-Value-x " " ws-Value-x-2 " " ws-Value-x-3
                   delimited by size into rs-arq-emprestimo
            write rs-arq-emprestimo

            perform 9000-reposiciona-contratos

       exit.

      *>=================================================================================
      *> Proximo contrato ativo apos o corrente (a liquidacao troca a chave)
       9000-reposiciona-contratos section.

            initialize                             f15200-Contrato_Emprestimo
            move lnk-CompanyCode                    to f15200-CompanyCode
            move lnk-BranchCode                     to f15200-BranchCode
            set  f15200-contrato-ativo              to true
            move ws-Number-contrato                 to f15200-Number-contrato
            perform 9000-str-pd15200-grt-1

       exit.

      *>=================================================================================
       2100-Report_Cronograma section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            move f15200-Number-contrato             to ws-Number-contrato
            string lnk-tmp-path delimited by "  "
                   "\CRONOGRAMA_EMPRESTIMO_" ws-Number-contrato ".TXT" delimited by size
                   into wid-arq-emprestimo
            open output arq-emprestimo
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f15200-Value-principal             to ws-Value-x
            move spaces                             to rs-arq-emprestimo
            string "CRONOGRAMA DO CONTRATO " ws-Number-contrato " - " f15200-Desc-contrato
                   delimited by size into rs-arq-emprestimo
            write rs-arq-emprestimo
            move spaces                             to rs-arq-emprestimo
            string "PRINCIPAL " ws-Value-x " TAXA " f-taxa-juros-mensal "% A.M. SISTEMA "
                   f15200-sistema-amortizacao " CARENCIA " f15200-meses-carencia
                   delimited by size into rs-arq-emprestimo
            write rs-arq-emprestimo
            move spaces                             to rs-arq-emprestimo
            write rs-arq-emprestimo
            move spaces                             to rs-arq-emprestimo
            string "PARC VENCIMENTO        AMORTIZACAO             JUROS           PARCELA             SALDO TITULO"
                   delimited by size into rs-arq-emprestimo
            write rs-arq-emprestimo

            initialize                             f15300-Parcela_Emprestimo
            move lnk-CompanyCode                    to f15300-CompanyCode
            move lnk-BranchCode                     to f15300-BranchCode
            move ws-Number-contrato                 to f15300-Number-contrato
            perform 9000-str-pd15300-nlss
            perform 9000-Read_Yomu-pd15300-nex
            perform until not ws-OperationOK
                       or f15300-CompanyCode      not equal lnk-CompanyCode
                       or f15300-BranchCode       not equal lnk-BranchCode
                       or f15300-Number-contrato  not equal ws-Number-contrato

                 move f15300-Value-amortizacao      to ws-Value-x
                 move f15300-Value-juros            to ws-Value-x-2
                 move f15300-Value-parcela          to ws-Value-x-3
                 move f15300-Value-saldo-devedor    to ws-Value-x-4
                 move spaces                        to rs-arq-emprestimo
                 string f15300-Seq-parcela "  "
                        f15300-data-vencimento(7:2) "/" f15300-data-vencimento(5:2) "/" f15300-data-vencimento(1:4)
                        " " ws-Value-x " " ws-Value-x-2 " " ws-Value-x-3 " " ws-Value-x-4
                        " " f15300-Number-documento "/" f15300-Series-documento
                        delimited by size into rs-arq-emprestimo
                 write rs-arq-emprestimo

                 perform 9000-Read_Yomu-pd15300-nex
            end-perform

            close arq-emprestimo

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "CRONOGRAMA CONTRATO " ws-Number-contrato delimited by size into lw-ds-parametros-spool
            move wid-arq-emprestimo                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Cronograma gerado em " wid-arq-emprestimo into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-Number-contrato greater zeros or ws-tecla-Cancela
                 accept f-Number-contrato at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f15200-Contrato_Emprestimo
            move lnk-CompanyCode                    to f15200-CompanyCode
            move lnk-BranchCode                     to f15200-BranchCode
            move f-Number-contrato                  to f15200-Number-contrato
            perform 9000-Read_Yomu-pd15200-ran
            if   not ws-OperationOK
                 string "Contrato no cadastrado! [" f-Number-contrato "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f15200-data-contrato               to f-data-contrato
            move f15200-Desc-contrato               to f-Desc-contrato
            move f15200-Type-contrato               to f-Type-contrato
            move f15200-cd-fornecedor               to f-cd-fornecedor
            move f15200-cd-conta-bancaria           to f-cd-conta-bancaria
            move f15200-Value-principal             to f-Value-principal
            move f15200-taxa-juros-mensal           to f-taxa-juros-mensal
            move f15200-sistema-amortizacao         to f-sistema-amortizacao
            move f15200-meses-carencia              to f-meses-carencia
            move f15200-nr-parcelas                 to f-nr-parcelas
            move f15200-data-primeiro-vencimento    to f-data-primeiro-vencimento
            move f15200-Value-total-juros           to f-Value-total-juros
            move f15200-StatusID                    to f-StatusID

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f15200-cd-fornecedor               to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   ws-OperationOK
                 move f01900-razao-social           to f-razao-social
            end-if

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move f15200-cd-conta-bancaria           to f14200-cd-conta-bancaria
            perform 9000-Read_Yomu-pd14200-ran
            if   ws-OperationOK
                 move f14200-Desc-conta-bancaria    to f-Desc-conta-bancaria
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01900
            close pd02600
            close pd14200
            close pd15200
            close pd15300

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Contrato

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Contrato

            perform 9000-StandardFrame
            display frm-Contrato

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01900.cpy.
       copy CSR02600.cpy.
       copy CSR14200.cpy.
       copy CSR15200.cpy.
       copy CSR15300.cpy.
