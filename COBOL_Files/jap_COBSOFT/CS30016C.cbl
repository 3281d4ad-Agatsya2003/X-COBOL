       copy CSS03900.cpy.
       copy CSS08000.cpy.
       copy CSS09000.cpy.
       copy CSS14200.cpy.
       copy CSS14800.cpy.
       copy CSS14900.cpy.

            select arq-remessa assign to disk wid-arq-remessa
                 organization        is line sequential
       copy CSF03900.cpy.
       copy CSF08000.cpy.
       copy CSF09000.cpy.
       copy CSF14200.cpy.
       copy CSF14800.cpy.
       copy CSF14900.cpy.

       fd   arq-remessa.

            03 ws-id-baixa                         pic x(01).
               88 ws-baixa-efetuada                    value "S".
               88 ws-baixa-recusada                    value "N".
            03 ws-Number-bordero                   pic 9(07).
            03 ws-id-item-localizado               pic x(01).
               88 ws-item-localizado                   value "S".
               88 ws-item-nao-localizado               value "N".

       01   f-Cobranca.
            03 f-cd-banco                          pic 9(03).
            03 f-carteira                          pic 9(02).
            03 f-convenio                          pic 9(07).
            03 f-layout-cnab                       pic 9(03).
            03 f-cd-conta-bancaria                 pic 9(03).
            03 f-Desc-conta-bancaria               pic x(40).

      *>=================================================================================
       linkage section.
            03 line 19 col 34   pic 9(07) from f-convenio.
            03 line 21 col 12   pic x(21) value "Layout CNAB (240/400):".
            03 line 21 col 34   pic 9(03) from f-layout-cnab.
            03 line 23 col 18   pic x(15) value "Conta Bancaria:".
            03 line 23 col 34   pic 9(03) from f-cd-conta-bancaria.
            03 line 23 col 40   pic x(40) from f-Desc-conta-bancaria.

      *>=================================================================================
       procedure division using lnk-par.
            perform 9000-Open_Akeru-io-pd03900
            perform 9000-Open_Akeru-i-pd08000
            perform 9000-Open_Akeru-io-pd09000
            perform 9000-Open_Akeru-i-pd14200
            perform 9000-Open_Akeru-io-pd14800
            perform 9000-Open_Akeru-io-pd14900

       exit.

                 move f03900-carteira               to f-carteira
                 move f03900-convenio               to f-convenio
                 move f03900-layout-cnab            to f-layout-cnab
                 move f03900-cd-conta-bancaria      to f-cd-conta-bancaria
                 perform 8000-Screen_Gamen
            end-if

                 accept f-layout-cnab at line 21 col 34 with update auto-skip
            end-perform

            *> Conta do cadastro de contas bancarias onde a cobranca e
            *> creditada: os boletos e as baixas do retorno levam esta conta
            perform until exit
                 accept f-cd-conta-bancaria at line 23 col 34 with update auto-skip
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
                      display f-Desc-conta-bancaria at line 23 col 40
                      exit perform
                 end-if
                 string "Conta bancaria invalida ou inativa! [" f-cd-conta-bancaria "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move f-carteira                    to f03900-carteira
                 move f-convenio                    to f03900-convenio
                 move f-layout-cnab                 to f03900-layout-cnab
                 move f-cd-conta-bancaria           to f03900-cd-conta-bancaria
                 perform 9000-Rewrite_Kakinaosu-pd03900
            else
                 initialize                         f03900-config-cobranca
                 move f-carteira                    to f03900-carteira
                 move f-convenio                    to f03900-convenio
                 move f-layout-cnab                 to f03900-layout-cnab
                 move f-cd-conta-bancaria           to f03900-cd-conta-bancaria
                 move 1                             to f03900-proximo-nosso-numero
                 move zeros                         to f03900-Seq-remessa
                 perform 9000-Write_Kaku-pd03900

            move zeros                              to ws-contador-boletos

            *> Somente os titulos em aberto, pelo status (chave-1)
            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            move "A"                               to f02400-StatusID
            move zeros                             to f02400-cd-cliente
            perform 9000-str-pd02400-nlss-1
            perform 9000-Read_Yomu-pd02400-nex
            perform until not ws-OperationOK
                       or f02400-CompanyCode not equal lnk-CompanyCode
                       or f02400-BranchCode  not equal lnk-BranchCode
                       or not f02400-aberto

                 if   not f02400-boleto-emitido
                      perform 2200-emitir-boleto
                 end-if

            compute f09000-Value-documento =
                    f02400-Value-total - f02400-Value-pago
            set  f09000-boleto-aberto               to true
            move f03900-cd-conta-bancaria           to f09000-cd-conta-bancaria

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f09000-data-geracao
                 exit section
            end-if

            *> A conta de cobranca da configuracao recebe as baixas de
            *> boletos emitidos antes do cadastro de contas bancarias
            perform 9000-Le-config-banco
            if   not ws-OperationOK
                 exit section
            end-if

            string lnk-int-path delimited by "  " "\RETORNO.TXT" into wid-arq-retorno

            open input arq-retorno
                 exit section
            end-if

            *> Parcela descontada: o dinheiro e do banco; liquida o item do
            *> bordero como no CS30049C e nao gera recebimento proprio
            if   f02400-descontado
                 perform 2300-liquida-item-bordero
                 exit section
            end-if

            *> Proxima sequencia de Pagamento da parcela
            move f02400-CompanyCode                 to f02450-CompanyCode
            move f02400-BranchCode                  to f02450-BranchCode
            move function numval(lnk-UserID)   to f02450-UserID-operacao
            *> Recebimento via boleto bancario
            move 04                                to f02450-cd-forma-pagamento
            if   f09000-cd-conta-bancaria greater zeros
                 move f09000-cd-conta-bancaria      to f02450-cd-conta-bancaria
            else
                 move f03900-cd-conta-bancaria      to f02450-cd-conta-bancaria
            end-if

            perform 9000-Write_Kaku-pd02450
            if   not ws-OperationOK

       exit.

      *>=================================================================================
       2300-liquida-item-bordero section.

            perform 9000-localiza-item-bordero
            if   ws-item-nao-localizado
                 string "Parcela descontada sem bordero em aberto [" f09000-nosso-numero "] - baixar pelo CS30049C!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  f14900-item-liquidado              to true
            move ws-data-inv                        to f14900-data-situacao
            perform 9000-Rewrite_Kakinaosu-pd14900
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f14900-Item_Bordero - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f02400-Value-total                 to f02400-Value-pago
            set  f02400-quitado                     to true
            move ws-data-inv                        to f02400-data-baixa
            perform 9000-Rewrite_Kakinaosu-pd02400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f02400-Contas_Receber - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  ws-baixa-efetuada                  to true

            perform 9000-encerra-bordero

       exit.

      *>=================================================================================
       2100-Report_Boletos section.

            close pd03900
            close pd08000
            close pd09000
            close pd14200
            close pd14800
            close pd14900

       exit.
      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro
       copy CSP14900.cpy. *> Bordero de desconto

      *>=================================================================================
      *> 読み取り
       copy CSR03900.cpy.
       copy CSR08000.cpy.
       copy CSR09000.cpy.
       copy CSR14200.cpy.
       copy CSR14800.cpy.
       copy CSR14900.cpy.
