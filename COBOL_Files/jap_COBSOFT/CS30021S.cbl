            string "MARGEM BRUTA POR NOTA FISCAL - PERIODO " ws-data-inicial " A " ws-data-final into rs-arq-margem
            write rs-arq-margem

            *> Varredura pela data de operacao (chave-2), somente no periodo
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move ws-data-inicial                    to f05000-data-operacao
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao greater ws-data-final

                 *> Vendas de Merchandise_Shohin: NF-e (tipo 01) e NFC-e (tipo 02);
                 *> bonificacao nao tem receita: fica fora da margem
                 if   f05000-nota-emitida
                 and  (f05000-nota-Exit_Deguchi or f05000-nota-consumidor)
                 and  not f05000-nota-bonificacao
                      perform 2100-margem-nota
                 end-if

