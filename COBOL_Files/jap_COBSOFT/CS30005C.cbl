            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS03300.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       data division.

       copy CSF00700.cpy.
       copy CSF03300.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
           initialize                             wf-FrameOptions

           perform 9000-Open_Akeru-i-pd00700
           perform 9000-Open_Akeru-i-pd03300
           perform 9000-Open_Akeru-io-pd05000
           perform 9000-Open_Akeru-io-pd05100
           perform 9000-Open_Akeru-io-pd06000
       3000-Finalization_Shuryo section.

            close pd00700
            close pd03300
            close pd05000
            close pd05100
            close pd06000
                 exit section
            end-if

            *> Complementar no movimenta Stock_Zaiko: a devolucao  sempre
            *> feita sobre a nota original
            if   f05000-nota-complementar
                 move "Nota complementar no  devolvida - informar a nota original!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-ClearScreen
                 exit section
            end-if

            *> Simples faturamento de entrega futura no tem mercadoria
            *> entregue: a devolucao  feita sobre as notas de remessa
            if   f05000-simples-faturamento
                 move "Simples faturamento no  devolvido - informar a nota de remessa!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-ClearScreen
                 exit section
            end-if

            move f05000-cd-destinatario             to f-cd-destinatario
                                                        ws-cd-destinatario
            move f05000-Value-total                 to f-Value-total

            perform 9000-Estorna-Itens-Devolucao

            *> Totais de IBS/CBS so sao conhecidos depois dos itens
            move wf05000-CompanyCode                 to f05000-CompanyCode
            move wf05000-BranchCode                  to f05000-BranchCode
            move wf05000-Type-nota                   to f05000-Type-nota
            move wf05000-Number-documento            to f05000-Number-documento
            move wf05000-Series-documento            to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            if   ws-OperationOK
                 move wf05000-base-ibs-cbs           to f05000-base-ibs-cbs
                 move wf05000-Value-ibs              to f05000-Value-ibs
                 move wf05000-Value-cbs              to f05000-Value-cbs
                 perform 9000-Rewrite_Kakinaosu-pd05000
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f05000-mestre-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

            move f05000-StatusID                    to f-StatusID
            move f05000-Number-documento             to f-Number-documento-origem
            move f05000-Series-documento              to f-Series-documento-origem
                 move f05100-aliq-icms               to wf05100-aliq-icms
                 move f05100-aliq-ipi                to wf05100-aliq-ipi

                 *> IBS/CBS da devolucao pela classificacao vigente do CFOP/CST
                 perform 9000-calcula-ibs-cbs-item
                 add  wf05100-base-ibs-cbs           to wf05000-base-ibs-cbs
                 add  wf05100-Value-ibs              to wf05000-Value-ibs
                 add  wf05100-Value-cbs              to wf05000-Value-cbs

                 perform 9000-item-Invoice_Seikyusho

                 write f05100-item-Invoice_Seikyusho
       copy CSP00900.cpy. *> Padro
       copy CSP05000.cpy.
       copy CSP05100.cpy.
       copy CSP03300.cpy.

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR03300.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
