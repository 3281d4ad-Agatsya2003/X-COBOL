       copy CSS02400.cpy.
       copy CSS02500.cpy.
       copy CSS02700.cpy.
       copy CSS03300.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS07300.cpy.
       copy CSS07400.cpy.
       copy CSS07600.cpy.
       copy CSS18400.cpy.

            select arq-resultado assign to disk wid-arq-resultado
                 organization        is line sequential
       copy CSF02400.cpy.
       copy CSF02500.cpy.
       copy CSF02700.cpy.
       copy CSF03300.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF07300.cpy.
       copy CSF07400.cpy.
       copy CSF07600.cpy.
       copy CSF18400.cpy.

       fd   arq-resultado.

            perform 9000-Open_Akeru-io-pd02400
            perform 9000-Open_Akeru-io-pd02500
            perform 9000-Open_Akeru-i-pd02700
            perform 9000-Open_Akeru-i-pd03300
            perform 9000-Open_Akeru-io-pd05000
            perform 9000-Open_Akeru-io-pd05100
            perform 9000-Open_Akeru-io-pd06000
            perform 9000-Open_Akeru-io-pd07300
            perform 9000-Open_Akeru-io-pd07400
            perform 9000-Open_Akeru-io-pd07600
            perform 9000-Open_Akeru-io-pd18400

            move zeros                             to ws-ArmazemCode-Padrao
            initialize                             f00700-Company_Kaisha
            compute wf05100-Value-ipi rounded =
                    wf05100-base-icms * wf05100-aliq-ipi / 100

            *> IBS/CBS da reforma tributaria sobre a mesma base
            perform 9000-calcula-ibs-cbs-item

            *> Exit do Stock_Zaiko consumindo a reserva e congelando o custo
            perform 9000-Exit_Deguchi-Stock_Zaiko
            move f06000-custo-medio                to wf05100-custo-unitario
            add  wf05100-base-icms                 to wf05000-base-icms
            add  wf05100-Value-icms                to wf05000-Value-icms
            add  wf05100-Value-ipi                 to wf05000-Value-ipi
            add  wf05100-base-ibs-cbs              to wf05000-base-ibs-cbs
            add  wf05100-Value-ibs                 to wf05000-Value-ibs
            add  wf05100-Value-cbs                 to wf05000-Value-cbs

            perform 9000-item-Invoice_Seikyusho

            subtract ws-qtde-faturar              from f07400-qtde-reservada
            perform 9000-Rewrite_Kakinaosu-pd07400

            *> Vinculo do item do pedido com a nota que o faturou
            initialize                             f18400-Faturamento_Pedido
            move f07400-CompanyCode                to f18400-CompanyCode
            move f07400-BranchCode                 to f18400-BranchCode
            move f07400-Number-pedido              to f18400-Number-pedido
            move f07400-Seq                        to f18400-Seq-item
            move wf05000-Type-nota                to f18400-Type-nota
            move wf05000-Number-documento         to f18400-Number-documento
            move wf05000-Series-documento          to f18400-Series-documento
            move wf05000-cd-destinatario          to f18400-cd-cliente
            move f07400-ProductCode                to f18400-ProductCode
            move ws-qtde-faturar                   to f18400-qtde-faturada
            move wf05000-data-operacao            to f18400-data-faturamento
            perform 9000-Write_Kaku-pd18400

       exit.

      *>=================================================================================
            close pd02400
            close pd02500
            close pd02700
            close pd03300
            close pd05000
            close pd05100
            close pd06000
            close pd07300
            close pd07400
            close pd07600
            close pd18400

       exit.

       copy CSP00900.cpy. *> Padro
       copy CSP05000.cpy.
       copy CSP05100.cpy.
       copy CSP03300.cpy.

      *>=================================================================================
      *> 読み取り
       copy CSR02400.cpy.
       copy CSR02500.cpy.
       copy CSR02700.cpy.
       copy CSR03300.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR07300.cpy.
       copy CSR07400.cpy.
       copy CSR07600.cpy.
       copy CSR18400.cpy.
