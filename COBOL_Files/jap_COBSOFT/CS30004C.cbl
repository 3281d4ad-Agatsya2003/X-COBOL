       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS06500.cpy.
       copy CSS13300.cpy.
       copy CSS13400.cpy.
       copy CSS13500.cpy.

      *>=================================================================================
       data division.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF06500.cpy.
       copy CSF13300.cpy.
       copy CSF13400.cpy.
       copy CSF13500.cpy.

      *>=================================================================================
       working-storage section.
            03 ws-qtde-disponivel-anterior          pic s9(09)v9(04).
            03 ws-qtde-reservada-anterior           pic s9(09)v9(04).
            03 ws-motivo-movimento                 pic x(40).
            03 ws-data-cancelamento                pic 9(08).

       01   f-Invoice_Seikyusho.
            03 f-Number-documento                  pic 9(09).
           perform 9000-Open_Akeru-io-pd05100
           perform 9000-Open_Akeru-io-pd06000
           perform 9000-Open_Akeru-io-pd06500
           perform 9000-Open_Akeru-io-pd13300
           perform 9000-Open_Akeru-io-pd13400
           perform 9000-Open_Akeru-io-pd13500

           move zeros                             to ws-ArmazemCode-Padrao
           initialize                             f00700-Company_Kaisha
            close pd05100
            close pd06000
            close pd06500
            close pd13300
            close pd13400
            close pd13500

       exit.
      *>=================================================================================
                 exit section
            end-if

            *> Devolucao de compra estorna Stock_Zaiko e nota de debito do
            *> Fornecedor: o estorno nao e feito por esta rotina
            if   f05000-nota-devolucao
                 move "Nota de devolucao de compra - cancelamento no permitido por esta rotina!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-ClearScreen
                 exit section
            end-if

            *> Remessa para industrializacao move o Stock_Material para o
            *> poder do Fornecedor e segue a Ordem de industrializacao
            if   f05000-remessa-industrializacao
                 move "Remessa para industrializacao - cancelamento no permitido por esta rotina!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-ClearScreen
                 exit section
            end-if

            *> Simples faturamento de entrega futura s pode ser cancelado
            *> enquanto nenhuma remessa tiver saido contra o contrato
            if   f05000-simples-faturamento
                 initialize                         f13300-Contrato_Entrega_Futura
                 move f05000-CompanyCode            to f13300-CompanyCode
                 move f05000-BranchCode             to f13300-BranchCode
                 move f05000-Number-documento       to f13300-Number-documento
                 move f05000-Series-documento       to f13300-Series-documento
                 perform 9000-Read_Yomu-pd13300-ran
                 if   ws-OperationOK
                 and  f13300-Value-entregue greater zeros
                      move "Contrato de entrega futura com remessas - cancelar as remessas antes!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      perform 8000-ClearScreen
                      exit section
                 end-if
            end-if

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
            move f05000-Number-documento            to ws-chave-Number-documento
            move f05000-Series-documento             to ws-chave-Series-documento

            *> Simples faturamento e nota complementar no movimentaram
            *> Stock_Zaiko na emisso, logo no h o que estornar
            if   not f05000-simples-faturamento
            and  not f05000-nota-complementar
                 perform 9000-Estorna-Stock_Zaiko
            end-if

            accept ws-Hours                        from time
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to ws-data-cancelamento

            evaluate true
                 when f05000-simples-faturamento
                      perform 9000-Encerra-contrato-entrega
                 when f05000-remessa-entrega-futura
                      perform 9000-Estorna-contrato-entrega
            end-evaluate

            perform 9000-Cancela-espelho-intercompany

            set  f05000-nota-cancelada             to true
            move ws-data-inv                       to f05000-data-Cancel_Sakujo

       exit.

      *>=================================================================================
      *> Venda intercompany cancelada: o espelho ainda pendente na compradora
      *> deixa de ser lancavel; o j lancado fica para a conciliacao (CS40017C)
       9000-Cancela-espelho-intercompany section.

            initialize                             f13500-Espelho_Intercompany
            move f05000-data-operacao              to f13500-data-emissao
            perform 9000-str-pd13500-nlss-1
            perform 9000-Read_Yomu-pd13500-nex
            perform until not ws-OperationOK
                    or    f13500-data-emissao not equal f05000-data-operacao

                 if   f13500-CompanyCode-origem      equal ws-chave-CompanyCode
                 and  f13500-BranchCode-origem       equal ws-chave-BranchCode
                 and  f13500-Number-documento-origem equal ws-chave-Number-documento
                 and  f13500-Series-documento-origem equal ws-chave-Series-documento
                 and  f13500-espelho-pendente
                      set  f13500-espelho-cancelado to true
                      perform 9000-Rewrite_Kakinaosu-pd13500
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd13500-nex
            end-perform

       exit.

      *>=================================================================================
      *> Simples faturamento cancelado: o contrato sem remessas  encerrado
       9000-Encerra-contrato-entrega section.

            initialize                             f13300-Contrato_Entrega_Futura
            move ws-chave-CompanyCode              to f13300-CompanyCode
            move ws-chave-BranchCode               to f13300-BranchCode
            move ws-chave-Number-documento          to f13300-Number-documento
            move ws-chave-Series-documento           to f13300-Series-documento
            perform 9000-Read_Yomu-pd13300-ran
            if   ws-OperationOK
                 set  f13300-contrato-encerrado     to true
                 move ws-data-cancelamento          to f13300-data-encerramento
                 perform 9000-Rewrite_Kakinaosu-pd13300
            end-if

       exit.

      *>=================================================================================
      *> Remessa cancelada: a quantidade volta ao saldo a entregar do contrato,
      *> que  reaberto se j estava encerrado
       9000-Estorna-contrato-entrega section.

            initialize                             f05100-item-Invoice_Seikyusho
            move ws-chave-CompanyCode              to f05100-CompanyCode
            move ws-chave-BranchCode               to f05100-BranchCode
            move ws-chave-Type-nota                to f05100-Type-nota
            move ws-chave-Number-documento          to f05100-Number-documento
            move ws-chave-Series-documento           to f05100-Series-documento
            move zeros                             to f05100-cd-destinatario
                                                      f05100-Seq

            start pd05100 key is not less f05100-chave
            read pd05100 next
            perform until not ws-OperationOK
                    or    f05100-CompanyCode      not equal ws-chave-CompanyCode
                    or    f05100-BranchCode       not equal ws-chave-BranchCode
                    or    f05100-Type-nota        not equal ws-chave-Type-nota
                    or    f05100-Number-documento  not equal ws-chave-Number-documento
                    or    f05100-Series-documento   not equal ws-chave-Series-documento

                 initialize                         f13400-Item_Entrega_Futura
                 move ws-chave-CompanyCode           to f13400-CompanyCode
                 move ws-chave-BranchCode            to f13400-BranchCode
                 move f05000-Number-documento-origem to f13400-Number-documento
                 move f05000-Series-documento-origem to f13400-Series-documento
                 move f05100-cd-Merchandise_Shohin   to f13400-ProductCode
                 perform 9000-Read_Yomu-pd13400-ran
                 if   ws-OperationOK
                      subtract f05100-Qty-Merchandise_Shohin from f13400-qtde-entregue
                      perform 9000-Rewrite_Kakinaosu-pd13400
                 end-if

                 read pd05100 next
            end-perform

            initialize                             f13300-Contrato_Entrega_Futura
            move ws-chave-CompanyCode              to f13300-CompanyCode
            move ws-chave-BranchCode               to f13300-BranchCode
            move f05000-Number-documento-origem    to f13300-Number-documento
            move f05000-Series-documento-origem    to f13300-Series-documento
            perform 9000-Read_Yomu-pd13300-ran
            if   ws-OperationOK
                 if   f13300-Value-entregue greater f05000-Value-total-produtos
                      subtract f05000-Value-total-produtos from f13300-Value-entregue
                 else
                      move zeros                    to f13300-Value-entregue
                 end-if
                 set  f13300-contrato-aberto        to true
                 move zeros                         to f13300-data-encerramento
                 perform 9000-Rewrite_Kakinaosu-pd13300
            end-if

       exit.

      *>=================================================================================
       9000-Gravar_Kaku-Movimento_Zaiko section.

       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR06500.cpy.
       copy CSR13300.cpy.
       copy CSR13400.cpy.
       copy CSR13500.cpy.
