       copy CSS11300.cpy.
       copy CSS03200.cpy.
       copy CSS08000.cpy.
       copy CSS10950.cpy.
       copy CSS14200.cpy.
       copy CSS15000.cpy.
       copy CSS15100.cpy.

            select arq-extrato assign to disk wid-arq-extrato
                 organization        is line sequential
       copy CSF11300.cpy.
       copy CSF03200.cpy.
       copy CSF08000.cpy.
       copy CSF10950.cpy.
       copy CSF14200.cpy.
       copy CSF15000.cpy.
       copy CSF15100.cpy.

       fd   arq-extrato.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11800.cpy.
       copy CSW14200.cpy.

       01   ws-WorkFields.
            03 ws-contador-Report_Repoto            pic 9(05).
                     88 ws-ext-evento-pagamento        value "P".
                  07 ws-ext-historico              pic x(40).
                  07 ws-ext-Value                  pic s9(09)v9(02).
            03 ws-Parameters-cambio.
               05 ws-id-pagamento-moeda            pic x(01).
                  88 ws-pagamento-moeda-valido         value "S".
                  88 ws-pagamento-moeda-invalido       value "N".
               05 ws-taxa-cambio-dia               pic 9(05)v9(06).
               05 ws-saldo-moeda                   pic 9(09)v9(02).
               05 ws-Value-pagamento-moeda         pic 9(09)v9(02).
               05 ws-Value-baixa-reais             pic 9(09)v9(02).
               05 ws-Value-variacao-cambial        pic s9(09)v9(02).
               05 ws-Value-moeda-x                 pic zzz.zzz.zz9,99.
               05 ws-taxa-cambio-x                 pic zz.zz9,999999.
               05 ws-Value-variacao-x              pic -zzz.zzz.zz9,99.
            03 ws-ext-evento-work.
               05 ws-ext-data-w                    pic 9(08).
               05 ws-ext-Type-w                    pic x(01).
            03 ws-Parameters-data-util             pic 9(08).
            03 ws-saldo-adiantamentos              pic 9(11)v9(02).

       01   ws-Parameters-cheque.
            03 ws-Value-cheque                     pic 9(09)v9(02).
            03 ws-Value-cheque-disponivel          pic 9(09)v9(02).
            03 ws-id-cheque                        pic x(01).
               88 ws-cheque-novo                       value "N".
               88 ws-cheque-existente                  value "E".

       01   lw-Email_Soushin.
            03 lw-destinatario-Email                  pic x(55).
            03 lw-assunto-Email                    pic x(100).
            03 f-StatusID                         pic x(01).
            03 f-Value-pagamento                   pic zzz.zzz.zz9,99.
            03 f-cd-forma-pagamento                pic 9(02).
            03 f-cd-conta-bancaria                 pic 9(03).
            03 f-cd-banco-cheque                   pic 9(03).
            03 f-agencia-cheque                    pic 9(05).
            03 f-conta-corrente-cheque             pic 9(12).
            03 f-Number-cheque                     pic 9(07).
            03 f-cgc-emitente                      pic 9(14).
            03 f-data-bom-para                     pic 9(08).
            03 f-Value-cheque                      pic zzz.zzz.zz9,99.

      *>=================================================================================
       linkage section.
            03 line 25 col 34   pic zzz.zzz.zz9,99 from f-Value-pagamento.
            03 line 25 col 50   pic x(06) value "Forma:".
            03 line 25 col 57   pic 9(02) from f-cd-forma-pagamento.
            03 line 25 col 62   pic x(06) value "Conta:".
            03 line 25 col 69   pic 9(03) from f-cd-conta-bancaria.

      *>=================================================================================
       procedure division using lnk-par.
            perform 9000-Open_Akeru-i-pd11300
            perform 9000-Open_Akeru-i-pd03200
            perform 9000-Open_Akeru-i-pd08000
            perform 9000-Open_Akeru-i-pd10950
            perform 9000-Open_Akeru-i-pd14200
            perform 9000-Open_Akeru-io-pd15000
            perform 9000-Open_Akeru-io-pd15100

       exit.

                 exit section
            end-if

            if   f02400-cheque-custodia
                 move "Parcela paga com cheque em custodia - aguardar deposito (CS30050C)!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f02400-descontado
                 move "Parcela descontada no banco - baixar pelo CS30049C!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform 9000-avisa-adiantamentos

            *> Titulo em moeda estrangeira (exportacao) no tem encargos por
            *> atraso: o recebimento  informado na moeda do titulo
            initialize                             ws-Parameters-cambio
            if   f02400-cd-moeda greater zeros
                 perform 9000-cotacao-recebimento-moeda
                 if   ws-pagamento-moeda-invalido
                      exit section
                 end-if
            else
                 perform 9000-calcula-encargos-atraso
            end-if

            move zeros                              to f-Value-pagamento ws-Value-pagamento
            perform until ws-Value-pagamento greater zeros or ws-tecla-Cancela
                 exit section
            end-if

            if   f02400-cd-moeda greater zeros
                 perform 9000-converte-pagamento-moeda
                 if   ws-pagamento-moeda-invalido
                      exit section
                 end-if
            end-if

            if   ws-Value-pagamento greater ws-Value-corrigido
                 move "Value do Pagamento maior que o saldo corrigido!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            *> Parcela dos encargos dentro do Value recebido, registrada em
            *> separado para a conciliacao dos recebimentos
            if   ws-Value-pagamento greater ws-Value-saldo
            and  f02400-cd-moeda equal zeros
                 compute ws-Value-encargos-pagos =
                         ws-Value-pagamento - ws-Value-saldo
            else
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Cheque no baixa a parcela no recebimento: fica em custodia
            *> ate o deposito do lote no CS30050C
            if   f03200-forma-cheque
                 perform 2200-registrar-cheque
                 exit section
            end-if

            *> Conta bancaria que recebe: sugerida pela forma (dinheiro fica
            *> no caixa, conta zero) e pode ser trocada pelo operador
            initialize                             lw-Conta-Bancaria
            move f-cd-forma-pagamento              to lw-cd-forma-pagamento-conta
            call c-conta-bancaria-movimento using lnk-par lw-Conta-Bancaria
            cancel c-conta-bancaria-movimento
            move lw-cd-conta-bancaria              to f-cd-conta-bancaria
            perform until exit
                 accept f-cd-conta-bancaria at line 25 col 69 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-cd-conta-bancaria equal zeros
                      exit perform
                 end-if
                 initialize                         f14200-Conta_Bancaria
                 move lnk-CompanyCode               to f14200-CompanyCode
                 move lnk-BranchCode                to f14200-BranchCode
                 move f-cd-conta-bancaria           to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   ws-OperationOK
                 and  f14200-conta-ativa
                      exit perform
                 end-if
                 string "Conta Bancaria Invalid_Mukou! [" f-cd-conta-bancaria "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin registro do Pagamento? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            move ws-Value-pagamento                  to f02450-Value-pago
            move function numval(lnk-UserID)   to f02450-UserID-operacao
            move f-cd-forma-pagamento              to f02450-cd-forma-pagamento
            move f-cd-conta-bancaria               to f02450-cd-conta-bancaria
            move ws-Value-encargos-pagos           to f02450-Value-juros
            move ws-Value-pagamento-moeda          to f02450-Value-pago-moeda
            move ws-taxa-cambio-dia                to f02450-taxa-cambio
            move ws-Value-variacao-cambial         to f02450-Value-variacao-cambial

            perform 9000-Write_Kaku-pd02450
            if   not ws-OperationOK
                 exit section
            end-if

            *> Titulo em moeda: baixa pelo Value da taxa de emisso, a
            *> diferenca para o Value recebido fica na variacao cambial
            if   f02400-cd-moeda greater zeros
                 add  ws-Value-pagamento-moeda      to f02400-Value-pago-moeda
                 add  ws-Value-baixa-reais          to f02400-Value-pago
            else
                 compute f02400-Value-pago =
                         f02400-Value-pago + ws-Value-pagamento - ws-Value-encargos-pagos
            end-if
            if   f02400-Value-pago not less f02400-Value-total
                 set  f02400-quitado                to true
                 move ws-data-inv                   to f02400-data-baixa
       exit.


      *>=================================================================================
      *> Cheque recebido (a vista ou pre-datado) entra na custodia vinculado
      *> a parcela, que fica "C" ate o deposito; um cheque ja em custodia do
      *> mesmo cliente pode pagar outras parcelas ate o seu Value
       2200-registrar-cheque section.

            if   f02400-cd-moeda greater zeros
                 move "Titulo em moeda estrangeira no pode ser pago com cheque!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   ws-Value-pagamento less ws-Value-saldo
                 move "Cheque deve quitar o saldo da parcela!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            display "Cheque Banco:"  at line 27 col 20
            display "Agencia:"       at line 27 col 40
            display "Conta:"         at line 27 col 56
            display "Nr:"            at line 27 col 77
            display "CPF/CNPJ Emit.:" at line 29 col 18
            display "Bom para:"      at line 29 col 50
            display "Value:"         at line 29 col 70

            move zeros                              to f-cd-banco-cheque
                                                       f-agencia-cheque
                                                       f-conta-corrente-cheque
                                                       f-Number-cheque
            perform until f-cd-banco-cheque greater zeros or ws-tecla-Cancela
                 accept f-cd-banco-cheque at line 27 col 34 with update auto-skip
            end-perform
            perform until f-agencia-cheque greater zeros or ws-tecla-Cancela
                 accept f-agencia-cheque at line 27 col 49 with update auto-skip
            end-perform
            perform until f-conta-corrente-cheque greater zeros or ws-tecla-Cancela
                 accept f-conta-corrente-cheque at line 27 col 63 with update auto-skip
            end-perform
            perform until f-Number-cheque greater zeros or ws-tecla-Cancela
                 accept f-Number-cheque at line 27 col 81 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f15000-Cheque_Custodia
            move lnk-CompanyCode                    to f15000-CompanyCode
            move lnk-BranchCode                     to f15000-BranchCode
            move f-cd-banco-cheque                  to f15000-cd-banco
            move f-agencia-cheque                   to f15000-agencia
            move f-conta-corrente-cheque            to f15000-conta-corrente
            move f-Number-cheque                    to f15000-Number-cheque
            perform 9000-Read_Yomu-pd15000-ran
            if   ws-OperationOK
                 if   not f15000-cheque-em-custodia
                 or   f15000-cd-cliente not equal f02400-cd-cliente
                      string "Cheque [" f-Number-cheque "] j registrado e no disponivel para esta parcela!" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 compute ws-Value-cheque-disponivel =
                         f15000-Value-cheque - f15000-Value-vinculado
                 if   ws-Value-pagamento greater ws-Value-cheque-disponivel
                      move ws-Value-cheque-disponivel to f-Value-cheque
                      string "Saldo do cheque insuficiente para a parcela - disponivel " f-Value-cheque into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 set  ws-cheque-existente           to true
                 move f15000-cgc-emitente           to f-cgc-emitente
                 move f15000-data-bom-para          to f-data-bom-para
                 move f15000-Value-cheque           to f-Value-cheque
                 display f-cgc-emitente at line 29 col 34
                 display f-data-bom-para at line 29 col 60
                 display f-Value-cheque at line 29 col 77
            else
                 set  ws-cheque-novo                to true
                 perform 2200-aceita-dados-cheque
                 if   ws-tecla-Cancela
                      move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
            end-if

            move "Confirm_Kakunin cheque em custodia para a parcela? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             lw-Periodo
            move "R"                              to lw-modulo-periodo
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   ws-cheque-novo
                 initialize                         f15000-Cheque_Custodia
                 move lnk-CompanyCode               to f15000-CompanyCode
                 move lnk-BranchCode                to f15000-BranchCode
                 move f-cd-banco-cheque             to f15000-cd-banco
                 move f-agencia-cheque              to f15000-agencia
                 move f-conta-corrente-cheque       to f15000-conta-corrente
                 move f-Number-cheque               to f15000-Number-cheque
                 move f-cgc-emitente                to f15000-cgc-emitente
                 if   f-cgc-emitente equal f01400-cgc
                      move f01400-razao-social      to f15000-Name-emitente
                 end-if
                 move f02400-cd-cliente             to f15000-cd-cliente
                 move ws-data-inv                   to f15000-data-recebimento
                 move f-data-bom-para               to f15000-data-bom-para
                 move ws-Value-cheque               to f15000-Value-cheque
                 move ws-Value-pagamento            to f15000-Value-vinculado
                 move f-cd-forma-pagamento          to f15000-cd-forma-pagamento
                 move function numval(lnk-UserID)   to f15000-UserID-operacao
                 set  f15000-cheque-em-custodia     to true
                 perform 9000-Write_Kaku-pd15000
            else
                 add  ws-Value-pagamento            to f15000-Value-vinculado
                 perform 9000-Rewrite_Kakinaosu-pd15000
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f15000-Cheque_Custodia - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f15100-Cheque_Parcela
            move f15000-CompanyCode                 to f15100-CompanyCode
            move f15000-BranchCode                  to f15100-BranchCode
            move f15000-cd-banco                    to f15100-cd-banco
            move f15000-agencia                     to f15100-agencia
            move f15000-conta-corrente              to f15100-conta-corrente
            move f15000-Number-cheque               to f15100-Number-cheque
            move f02400-Type-nota                   to f15100-Type-nota
            move f02400-Number-documento            to f15100-Number-documento
            move f02400-Series-documento            to f15100-Series-documento
            move f02400-Seq-parcela                 to f15100-Seq-parcela
            move ws-Value-pagamento                 to f15100-Value-vinculado
            move ws-Value-encargos-pagos            to f15100-Value-juros
            perform 9000-Write_Kaku-pd15100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f15100-Cheque_Parcela - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  f02400-cheque-custodia             to true
            perform 9000-Rewrite_Kakinaosu-pd02400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f02400-Contas_Receber - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Cheque registrado em custodia com sucesso!" to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-aceita-dados-cheque section.

            move f01400-cgc                         to f-cgc-emitente
            perform until f-cgc-emitente greater zeros or ws-tecla-Cancela
                 accept f-cgc-emitente at line 29 col 34 with update auto-skip
            end-perform

            *> Bom para a vista (hoje) ou pre-datado, nunca retroativo
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-bom-para
            perform until exit
                 accept f-data-bom-para at line 29 col 60 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-data-bom-para not less ws-data-inv
                      exit perform
                 end-if
                 move "Data bom para Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move ws-Value-pagamento                 to f-Value-cheque
            perform until exit
                 accept f-Value-cheque at line 29 col 77 with update auto-skip
                 move f-Value-cheque                to ws-Value-cheque
                 if   ws-tecla-Cancela
                 or   ws-Value-cheque not less ws-Value-pagamento
                      exit perform
                 end-if
                 move "Value do cheque menor que o pagamento da parcela!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

       exit.

      *>=================================================================================
      *> Titulo em moeda estrangeira (exportacao do CS30003C): cotacao do
      *> dia da moeda do titulo (CS10037C) e saldo em aberto na moeda
       9000-cotacao-recebimento-moeda section.

            set  ws-pagamento-moeda-invalido        to true
            move zeros                              to ws-Value-multa
                                                       ws-Value-juros
                                                       ws-Value-encargos-pagos
            move ws-Value-saldo                     to ws-Value-corrigido

            accept ws-data-inv                     from date yyyymmdd
            initialize                             f10950-Cotacao
            move lnk-CompanyCode                    to f10950-CompanyCode
            move lnk-BranchCode                     to f10950-BranchCode
            move f02400-cd-moeda                    to f10950-cd-moeda
            move ws-data-inv                        to f10950-data-cotacao
            perform 9000-Read_Yomu-pd10950-ran
            if   not ws-OperationOK
            or   f10950-taxa-cambio equal zeros
                 string "Cotacao do dia no cadastrada para a moeda [" f02400-cd-moeda "] - CS10037C!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f10950-taxa-cambio                 to ws-taxa-cambio-dia
            compute ws-saldo-moeda =
                    f02400-Value-total-moeda - f02400-Value-pago-moeda

            move ws-saldo-moeda                     to ws-Value-moeda-x
            move ws-taxa-cambio-dia                 to ws-taxa-cambio-x
            string "Titulo na moeda [" f02400-cd-moeda "] - saldo " ws-Value-moeda-x
                   " - cotacao do dia " ws-taxa-cambio-x
                   " - informar o Value na moeda do titulo"
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

            set  ws-pagamento-moeda-valido          to true

       exit.

      *>=================================================================================
      *> Value recebido na moeda convertido pela cotacao do dia; a baixa do
      *> titulo  pela taxa da emisso e a diferenca  a variacao cambial
      *> realizada (evento VA/VP do Mapa_Contabil no CS30020S)
       9000-converte-pagamento-moeda section.

            set  ws-pagamento-moeda-invalido        to true

            move ws-Value-pagamento                 to ws-Value-pagamento-moeda
            if   ws-Value-pagamento-moeda greater ws-saldo-moeda
                 move "Value do Pagamento maior que o saldo na moeda do titulo!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            compute ws-Value-pagamento rounded =
                    ws-Value-pagamento-moeda * ws-taxa-cambio-dia

            *> Liquidacao total baixa o saldo em reais, sem residuo de arredondamento
            if   ws-Value-pagamento-moeda equal ws-saldo-moeda
                 move ws-Value-saldo                to ws-Value-baixa-reais
            else
                 compute ws-Value-baixa-reais rounded =
                         ws-Value-pagamento-moeda * f02400-taxa-cambio
                 if   ws-Value-baixa-reais greater ws-Value-saldo
                      move ws-Value-saldo           to ws-Value-baixa-reais
                 end-if
            end-if

            compute ws-Value-variacao-cambial =
                    ws-Value-pagamento - ws-Value-baixa-reais
            move ws-Value-pagamento                 to ws-Value-corrigido

            move ws-Value-pagamento                 to ws-Value-moeda-x
            move ws-Value-variacao-cambial          to ws-Value-variacao-x
            string "Recebido em reais " ws-Value-moeda-x
                   " - variacao cambial " ws-Value-variacao-x
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

            set  ws-pagamento-moeda-valido          to true

       exit.

      *>=================================================================================
      *> Saldo de adiantamentos do cliente (CS30036C) lembrado na operacao
       9000-avisa-adiantamentos section.
            close pd11300
            close pd03200
            close pd08000
            close pd10950
            close pd14200
            close pd15000
            close pd15100

       exit.
      *>=================================================================================
       copy CSR11300.cpy.
       copy CSR03200.cpy.
       copy CSR08000.cpy.
       copy CSR10950.cpy.
       copy CSR14200.cpy.
       copy CSR15000.cpy.
       copy CSR15100.cpy.
