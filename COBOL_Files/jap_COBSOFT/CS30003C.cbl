       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00200.cpy.
       copy CSS00700.cpy.
       copy CSS01400.cpy.
       copy CSS01800.cpy.
       copy CSS10400.cpy.
       copy CSS10550.cpy.
       copy CSS10700.cpy.
       copy CSS18800.cpy.
       copy CSS10900.cpy.
       copy CSS10950.cpy.
       copy CSS00800.cpy.
       copy CSS11300.cpy.
       copy CSS13300.cpy.
       copy CSS13400.cpy.
       copy CSS13500.cpy.
       copy CSS13600.cpy.
       copy CSS18100.cpy.
       copy CSS18400.cpy.

            select arq-gnre assign to disk wid-arq-gnre
                organization             is line sequential
      *>=================================================================================
       data division.

       copy CSF00200.cpy.
       copy CSF00700.cpy.
       copy CSF01400.cpy.
       copy CSF01800.cpy.
       copy CSF10400.cpy.
       copy CSF10550.cpy.
       copy CSF10700.cpy.
       copy CSF18800.cpy.
       copy CSF10900.cpy.
       copy CSF10950.cpy.
       copy CSF00800.cpy.
       copy CSF11300.cpy.
       copy CSF13300.cpy.
       copy CSF13400.cpy.
       copy CSF13500.cpy.
       copy CSF13600.cpy.
       copy CSF18100.cpy.
       copy CSF18400.cpy.

       fd   arq-gnre.

       78   c-pesquisa-nome                        value "CS00115S".
       78   c-auditoria-cadastro                   value "CS00116S".
       78   c-consulta-sefaz                       value "CS00125S".
       78   c-digitacao-grade                      value "CS00129S".
       78   c-cst-imunidade-exportacao             value "41".
       
       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW14200.cpy.
       copy CSW11800.cpy.
       copy CSW05000.cpy.
       copy CSW05100.cpy.
       copy CSW17500.cpy.
       copy CSW18000.cpy.
       copy CSW18200.cpy.
       
       
       01   ws-WorkFields.
               88 ws-Product_Seihin-indisponivel-Stock_Zaiko       value "N".
               88 ws-Product_Seihin-disponivel-Stock_Zaiko         value "S".
            03 ws-ArmazemCode-Padrao                pic 9(04).
            03 ws-ind-grade                        pic 9(03).
            03 ws-id-item-grade                    pic x(01).
               88 ws-item-grade                         value "S".
               88 ws-item-avulso                        value "N".
            03 ws-id-qtde-grade                    pic x(01).
               88 ws-qtde-grade-pendente                value "S".
               88 ws-qtde-grade-informada               value "N".
            03 ws-id-fiscal-grade                  pic x(01).
               88 ws-repete-fiscal-grade                value "S".
               88 ws-digita-fiscal-grade                value "N".
            03 ws-fiscal-grade.
               05 ws-cd-unidade-medida-grade       pic 9(02).
               05 ws-aliq-icms-grade               pic 9(03)v9(02).
               05 ws-aliq-ipi-grade                pic 9(03)v9(02).
               05 ws-cst-grade                     pic 9(04).
               05 ws-cfop-grade                    pic 9(04).
            03 ws-uf-emitente                      pic x(02).
            03 ws-trib-aprox-item                  pic 9(09)v9(02).
            03 ws-Parameters-fefo.
            03 ws-qtde-reservada-anterior           pic s9(09)v9(04).
            03 ws-motivo-movimento                 pic x(40).
            03 ws-Value-frete-sugerido             pic 9(09)v9(02).
            03 ws-Parameters-fidelidade.
               05 ws-pontos-resgate                pic 9(09).
               05 ws-pontos-maximo-resgate         pic 9(09).
               05 ws-pontos-ganhos                 pic 9(09).
               05 ws-Value-resgate-pontos          pic 9(09)v9(02).
               05 ws-Value-base-pontos             pic 9(09)v9(02).
            03 wid-arq-gnre                        pic x(200).
            03 wid-arq-nfe                         pic x(200).
            03 ws-Parameters-icms-st.
               05 ws-base-icms-st-item             pic 9(09)v9(02).
               05 ws-Value-icms-st-item            pic 9(09)v9(02).
               05 ws-UserID-supervisor             pic 9(11).
               05 ws-senha-supervisor              pic x(15).
               05 ws-motivo-margem                 pic x(40).
               05 ws-Seq-liberacao-margem          pic 9(09).
            03 ws-id-margem                        pic x(01).
               88 ws-margem-aprovada                   value "S".
               88 ws-margem-reprovada                  value "N".
            03 ws-id-bonificacao                   pic x(01) value "N".
               88 ws-emissao-bonificacao              value "S".
               88 ws-emissao-normal                   value "N".
            03 ws-Parameters-entrega-futura.
               05 ws-id-entrega-futura             pic x(01) value "N".
                  88 ws-simples-faturamento            value "F".
                  88 ws-remessa-entrega-futura         value "R".
                  88 ws-entrega-imediata               value "N".
               05 ws-Number-contrato-entrega       pic 9(09).
               05 ws-Series-contrato-entrega       pic x(03).
               05 ws-id-saldo-entrega              pic x(01).
                  88 ws-saldo-entrega-suficiente       value "S".
                  88 ws-saldo-entrega-insuficiente     value "N".
               05 ws-saldo-entrega-item            pic s9(06)v9(04).
               05 ws-saldo-entrega-x               pic -zzz.zz9,9999.
               05 ws-contrato-com-saldo            pic x(01).
                  88 ws-contrato-saldo-pendente        value "S".
                  88 ws-contrato-saldo-quitado         value "N".
            03 ws-Parameters-intercompany.
               05 ws-CompanyCode-espelho           pic 9(03).
               05 ws-BranchCode-espelho            pic 9(04).
               05 ws-cnpj-emitente                 pic 9(14).
            03 ws-Parameters-exportacao.
               05 ws-id-exportacao                 pic x(01) value "N".
                  88 ws-venda-exportacao               value "S".
                  88 ws-venda-mercado-interno          value "N".
               05 ws-cd-moeda-exportacao           pic 9(03).
               05 ws-sigla-moeda-exportacao        pic x(03).
               05 ws-taxa-cambio-exportacao        pic 9(05)v9(06).
               05 ws-Value-unitario-moeda          pic 9(09)v9(04).
               05 ws-Value-parcela-moeda           pic 9(09)v9(02).
               05 ws-Value-acumulado-moeda         pic 9(09)v9(02).
            03 ws-Parameters-complementar.
               05 ws-id-complementar               pic x(01).
                  88 ws-complemento-preco              value "P".
                  88 ws-complemento-quantidade         value "Q".
                  88 ws-complemento-imposto            value "I".
               05 ws-Number-nota-origem            pic 9(09).
               05 ws-Series-nota-origem            pic 9(03).
               05 ws-cd-cliente-origem             pic 9(09).
               05 ws-chave-nota-origem             pic x(44).
               05 ws-compl-total-itens             pic 9(03).
               05 ws-compl-itens-informados        pic 9(03).
               05 ws-compl-idx                     pic 9(03).
               05 ws-compl-itens occurs 99.
                  07 ws-compl-cd-Product           pic 9(09).
                  07 ws-compl-cst                  pic 9(04).
                  07 ws-compl-cfop                 pic 9(04).
                  07 ws-compl-cd-unidade           pic 9(09).
                  07 ws-compl-Value-unitario       pic 9(09)v9(06).
                  07 ws-compl-aliq-icms            pic 9(09)v9(02).
                  07 ws-compl-aliq-ipi             pic 9(09)v9(02).
                  07 ws-compl-qtde-item            pic 9(09)v9(06).
                  07 ws-compl-Value-item           pic 9(09)v9(02).
                  07 ws-compl-icms-item            pic 9(09)v9(02).
                  07 ws-compl-ipi-item             pic 9(09)v9(02).

       copy CSW08800.cpy.

            03 f-Type-pessoa                       pic x(01).
               88 f-pessoa-fisica                       value "F".
               88 f-pessoa-juridica                     value "J".
               88 f-pessoa-estrangeira                  value "E".
            03 f-ds-Type-pessoa                    pic x(30).
            03 f-cpf                               pic 9(11).
            03 f-cnpj                              pic 9(14).
            03 f-Value-frete                       pic zzz.zzz.zzz,zz.
            03 f-Value-seguro                      pic zzz.zzz.zzz,zz.
            03 f-Value-outras-despesas             pic zzz.zzz.zzz,zz.
            03 f-pontos-resgate                    pic zzzzzzzz9.
            03 f-cd-forma-pagamento                pic 9(02).
            03 f-cd-moeda                          pic 9(03).
            03 f-uf-embarque                       pic x(02).
            03 f-local-embarque                    pic x(60).
            03 f-Number-due                        pic x(14).
            03 f-vl-unitario-moeda                 pic zzz.zzz.zz9,9999.
            03 f-Number-nota-origem                pic 9(09).
            03 f-Series-nota-origem                pic 9(03).
            03 f-vl-diferenca                      pic zzz.zzz.zzz,zz.
            03 f-qtde-diferenca                    pic zzz.zzz,zzzz.
    
       copy CSW00800.cpy.

      *>=================================================================================
       linkage section.
                 
       
            initialize                             wf-FrameOptions

            perform 9000-Open_Akeru-i-pd00200
            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-io-pd01400
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd10400
            perform 9000-Open_Akeru-i-pd10550
            perform 9000-Open_Akeru-i-pd10700
            perform 9000-Open_Akeru-io-pd18800
            perform 9000-Open_Akeru-i-pd10900
            perform 9000-Open_Akeru-i-pd10950
            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd11300
            perform 9000-Open_Akeru-io-pd13300
            perform 9000-Open_Akeru-io-pd13400
            perform 9000-Open_Akeru-io-pd13500
            perform 9000-Open_Akeru-io-pd13600
            perform 9000-Open_Akeru-i-pd18100
            perform 9000-Open_Akeru-io-pd18400

            move zeros                             to ws-ArmazemCode-Padrao
            initialize                             f00700-Company_Kaisha
      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00200
            close pd00700
            close pd01400
            close pd01800
            close pd10400
            close pd10550
            close pd10700
            close pd18800
            close pd10900
            close pd10950
            close pd00800
            close pd11300
            close pd13300
            close pd13400
            close pd13500
            close pd13600
            close pd18100
            close pd18400

       exit.

                 exit section
            end-if

            *> NF-e complementar de nota ja autorizada: fluxo proprio, sem
            *> itens digitados nem movimento de Stock_Zaiko
            move "Emitir NF-e complementar (preco/qtde/imposto)? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   ws-MessageOptionYes
                 perform 2100-emitir-complementar
                 exit section
            end-if

            accept ws-Hours                        from time
            accept ws-data-inv                     from date yyyymmdd
            
            end-if

            set  ws-emissao-normal                 to true
            set  ws-venda-mercado-interno          to true
            if   ws-emissao-nfe
                 *> Bonificacao: remessa gratuita com estoque e impostos
                 *> normais, mas sem titulo de Contas_Receber
                 end-if
            end-if

            *> Venda para entrega futura: o simples faturamento gera somente
            *> o titulo e o contrato; cada remessa baixa o saldo do contrato
            *> e movimenta o Stock_Zaiko, sem novo titulo de Contas_Receber
            set  ws-entrega-imediata               to true
            if   ws-emissao-nfe
            and  ws-emissao-normal
                 move "Simples faturamento de entrega futura? [S/N]" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 if   ws-MessageOptionYes
                      set ws-simples-faturamento    to true
                      move "Informar nos itens o CFOP de entrega futura (5922/6922)!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 else
                      move "Remessa de venda para entrega futura? [S/N]" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      if   ws-MessageOptionYes
                           set ws-remessa-entrega-futura to true
                      end-if
                 end-if
            end-if

            if   ws-emissao-nfce
                 *> Destinatario simplificado: consumidor pode no ser
                 *> identificado na venda de balcao
                 exit section
            end-if

            if   ws-venda-exportacao
            and  not ws-entrega-imediata
                 move "Entrega futura no se aplica a venda ao exterior!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-entrega-imediata          to true
            end-if

            *> Remessa de entrega futura: contrato em aberto do cliente
            if   ws-remessa-entrega-futura
                 perform 2200-contrato-entrega-futura
                 if   ws-entrega-imediata
                      exit section
                 end-if
            end-if

            *> Venda ao exterior: moeda, cotacao do dia, local de embarque
            *> e DU-E registrados antes dos itens
            if   ws-venda-exportacao
                 perform 2200-dados-exportacao
                 if   ws-venda-mercado-interno
                      exit section
                 end-if
            end-if

            perform 9000-sleep-1s

            *> Permite puxar um Pedido de Venda em carteira para o

       exit.

      *>=================================================================================
      *> NF-e complementar: referencia a nota de saida autorizada pela chave
      *> de acesso e carrega somente as diferencas de preco, quantidade ou
      *> imposto, com titulo de Contas_Receber e sem movimento de Stock_Zaiko
       2100-emitir-complementar section.

            set  ws-emissao-nfe                    to true
            set  ws-emissao-normal                 to true
            set  ws-venda-mercado-interno          to true
            set  ws-consumidor-identificado        to true

            *> Competencia fechada (CS10040C) no aceita novos lancamentos
            initialize                             lw-Periodo
            move "F"                              to lw-modulo-periodo
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-ClearScreen-cliente

            move zeros                              to f-Number-nota-origem
                                                       f-Series-nota-origem
            perform until f-Number-nota-origem greater zeros or ws-tecla-Cancela
                 display "NF-e Original.....:" at line 51 col 84
                 accept f-Number-nota-origem at line 51 col 104 with update auto-skip
            end-perform
            perform until f-Series-nota-origem greater zeros or ws-tecla-Cancela
                 display "Serie Original....:" at line 51 col 84
                 accept f-Series-nota-origem at line 51 col 104 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f-Number-nota-origem               to ws-Number-nota-origem
            move f-Series-nota-origem               to ws-Series-nota-origem

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            set  f05000-nota-Exit_Deguchi           to true
            move ws-Number-nota-origem              to f05000-Number-documento
            move ws-Series-nota-origem              to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            if   not ws-OperationOK
                 string "Nota fiscal [" ws-Number-nota-origem "/" ws-Series-nota-origem "] no encontrada!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f05000-nota-cancelada
                 move "No  possvel complementar uma nota fiscal cancelada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f05000-chave-acesso equal spaces
                 move "Nota fiscal sem chave de acesso - complemento no permitido!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> O complemento sempre referencia o documento original
            if   f05000-nota-complementar
                 move "Nota informada j  complementar - informar a nota original!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f05000-chave-acesso                to ws-chave-nota-origem
            move f05000-cd-destinatario             to ws-cd-cliente-origem
            move f05000-cd-forma-pagamento          to f-cd-forma-pagamento
            move f05000-cd-vendedor                 to f-cd-vendedor

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move ws-cd-cliente-origem               to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
                 move "Cliente no cadastrado!"     to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if
            perform 9000-MoveRecordsFrame

            move spaces                             to ws-id-complementar
            perform until ws-complemento-preco
                       or ws-complemento-quantidade
                       or ws-complemento-imposto
                       or ws-tecla-Cancela
                 display "Compl. [P/Q/I]....:" at line 51 col 84
                 accept ws-id-complementar at line 51 col 104 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-diferencas-complementar

            if   ws-compl-itens-informados equal zeros
                 move "Nenhuma diferenca informada - complemento no emitido!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to f-Series-documento-nfe
            perform until f-Series-documento-nfe greater zeros or ws-tecla-Cancela
                 display "Serie do Documento:" at line 51 col 84
                 accept f-Series-documento-nfe at line 51 col 104 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f-Series-documento-nfe              to lnk-Series-documento

            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                             lk-Parameters-nfe
            move lnk-Number-documento              to lk-Number-documento
            move lnk-Series-documento               to lk-Series-documento
            move ws-Type-nota-emissao              to lk-Type-nota

            initialize                             wf05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to wf05000-CompanyCode
            move lnk-BranchCode                     to wf05000-BranchCode
            move ws-Type-nota-emissao              to wf05000-Type-nota
            move ws-cd-cliente-origem               to wf05000-cd-destinatario
            move lnk-Number-documento              to wf05000-Number-documento
            move lnk-Series-documento               to wf05000-Series-documento
            move zeros                             to wf05000-Seq

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            move ws-data-inv                       to wf05000-data-operacao
            move ws-Hours(01:06)                   to wf05000-horario-operacao
            move function numval(lnk-UserID)   to wf05000-UserID-operacao
            move ws-data-inv                       to wf05000-data-Exit_Deguchi
            move ws-Hours(01:06)                   to wf05000-horario-Exit_Deguchi
            move f-cd-vendedor                     to wf05000-cd-vendedor
            move f-cd-forma-pagamento              to wf05000-cd-forma-pagamento
            move f-uf                              to wf05000-uf-destino
            move ws-id-complementar                to wf05000-id-complementar
            move ws-chave-nota-origem              to wf05000-chave-referenciada

            perform 9000-descarregar-itens-complementar

            *> Complemento de imposto: o documento vale apenas o tributo
            *> complementado; nos demais o Value dos itens
            if   wf05000-complemento-imposto
                 compute wf05000-Value-total =
                         wf05000-Value-icms + wf05000-Value-ipi
            end-if

            perform 9000-mestre-Invoice_Seikyusho

            move ws-Number-nota-origem             to f05000-Number-documento-origem
            move ws-Series-nota-origem             to f05000-Series-documento-origem
            set  f05000-nota-emitida               to true

            write f05000-mestre-Invoice_Seikyusho
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05000-mestre-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            *> Diferenca cobrada em parcela unica no prazo padro
            move zeros                             to ws-cd-condicao-pagamento
            if   wf05000-Value-total greater zeros
                 perform 9000-gravar-Contas_Receber
            end-if

            move lk-Parameters-nfe          to lnk-Line_Gyou-comando

            call c-xml-nfe using lnk-par
            cancel c-xml-nfe

            move lk-Parameters-nfe          to lnk-Line_Gyou-comando

            call c-impressao-nfe using lnk-par
            cancel c-impressao-nfe

            perform 2300-enviar-email-documentos

            string "NF-e complementar [" wf05000-Number-documento "/" wf05000-Series-documento "] emitida com sucesso!" into ws-Message_Messeji
            perform 9000-Message_Messeji

            perform 8000-inicia-Frame_Furemu

       exit.

      *>=================================================================================
      *> Itens da nota original guardados em tabela: a diferenca de cada
      *> item  digitada antes de reservar o Number do complemento
       2200-diferencas-complementar section.

            move zeros                              to ws-compl-total-itens
                                                       ws-compl-itens-informados

            initialize                             f05100-item-Invoice_Seikyusho
            move f05000-CompanyCode                 to f05100-CompanyCode
            move f05000-BranchCode                  to f05100-BranchCode
            move f05000-Type-nota                  to f05100-Type-nota
            move f05000-Number-documento            to f05100-Number-documento
            move f05000-Series-documento             to f05100-Series-documento
            perform 9000-str-pd05100-grt
            perform 9000-Read_Yomu-pd05100-nex
            perform until not ws-OperationOK
                 or f05100-CompanyCode        <> f05000-CompanyCode
                 or f05100-BranchCode         <> f05000-BranchCode
                 or f05100-Type-nota         <> f05000-Type-nota
                 or f05100-Number-documento  <> f05000-Number-documento
                 or f05100-Series-documento   <> f05000-Series-documento
                 or ws-compl-total-itens     not less 99

                 add 1                              to ws-compl-total-itens
                 move ws-compl-total-itens          to ws-compl-idx
                 initialize                         ws-compl-itens(ws-compl-idx)
                 move f05100-cd-Merchandise_Shohin  to ws-compl-cd-Product(ws-compl-idx)
                 move f05100-cst                    to ws-compl-cst(ws-compl-idx)
                 move f05100-cfop                   to ws-compl-cfop(ws-compl-idx)
                 move f05100-cd-unidade-medida      to ws-compl-cd-unidade(ws-compl-idx)
                 move f05100-Value-unitario         to ws-compl-Value-unitario(ws-compl-idx)
                 move f05100-aliq-icms              to ws-compl-aliq-icms(ws-compl-idx)
                 move f05100-aliq-ipi               to ws-compl-aliq-ipi(ws-compl-idx)

                 perform 9000-Read_Yomu-pd05100-nex
            end-perform

            perform varying ws-compl-idx from 1 by 1
                    until ws-compl-idx greater ws-compl-total-itens
                       or ws-tecla-Cancela

                 move ws-compl-cd-Product(ws-compl-idx) to f-ProductCode
                 move spaces                        to f-Desc-Product_Seihin
                 initialize                         f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move ws-compl-cd-Product(ws-compl-idx) to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   ws-OperationOK
                      move f01800-Desc-Product_Seihin to f-Desc-Product_Seihin
                 end-if
                 perform 8000-Screen_Gamen-Product_Seihin

                 evaluate true
                     when ws-complemento-preco
                          move zeros                to f-vl-diferenca
                          display "Diferenca Value...:" at line 51 col 84
                          accept f-vl-diferenca at line 51 col 104 with update auto-skip
                          move f-vl-diferenca       to ws-compl-Value-item(ws-compl-idx)
                     when ws-complemento-quantidade
                          move zeros                to f-qtde-diferenca
                          display "Diferenca Qtde....:" at line 51 col 84
                          accept f-qtde-diferenca at line 51 col 104 with update auto-skip
                          move f-qtde-diferenca     to ws-compl-qtde-item(ws-compl-idx)
                          compute ws-compl-Value-item(ws-compl-idx) rounded =
                                  ws-compl-qtde-item(ws-compl-idx)
                                  * ws-compl-Value-unitario(ws-compl-idx)
                     when ws-complemento-imposto
                          move zeros                to f-vl-diferenca
                          display "Diferenca ICMS....:" at line 51 col 84
                          accept f-vl-diferenca at line 51 col 104 with update auto-skip
                          move f-vl-diferenca       to ws-compl-icms-item(ws-compl-idx)
                          move zeros                to f-vl-diferenca
                          display "Diferenca IPI.....:" at line 51 col 84
                          accept f-vl-diferenca at line 51 col 104 with update auto-skip
                          move f-vl-diferenca       to ws-compl-ipi-item(ws-compl-idx)
                 end-evaluate

                 if   ws-compl-Value-item(ws-compl-idx) greater zeros
                 or   ws-compl-icms-item(ws-compl-idx)  greater zeros
                 or   ws-compl-ipi-item(ws-compl-idx)   greater zeros
                      add 1                         to ws-compl-itens-informados
                 end-if
            end-perform

            if   ws-tecla-Cancela
                 move zeros                         to ws-compl-itens-informados
            end-if

       exit.

      *>=================================================================================
      *> Itens do complemento: so entram os itens com diferenca; preco e
      *> quantidade recalculam os impostos pelas aliquotas da nota original
       9000-descarregar-itens-complementar section.

            perform varying ws-compl-idx from 1 by 1
                    until ws-compl-idx greater ws-compl-total-itens

                 if   ws-compl-Value-item(ws-compl-idx) equal zeros
                 and  ws-compl-icms-item(ws-compl-idx)  equal zeros
                 and  ws-compl-ipi-item(ws-compl-idx)   equal zeros
                      exit perform cycle
                 end-if

                 initialize                         wf05100-item-Invoice_Seikyusho
                 move wf05000-CompanyCode           to wf05100-CompanyCode
                 move wf05000-BranchCode            to wf05100-BranchCode
                 move wf05000-Type-nota             to wf05100-Type-nota
                 move wf05000-cd-destinatario       to wf05100-cd-destinatario
                 move wf05000-Number-documento      to wf05100-Number-documento
                 move wf05000-Series-documento      to wf05100-Series-documento
                 add  1                             to wf05000-Seq
                 move wf05000-Seq                   to wf05100-Seq

                 move ws-compl-cd-Product(ws-compl-idx)     to wf05100-cd-Merchandise_Shohin
                 move ws-compl-cst(ws-compl-idx)            to wf05100-cst
                 move ws-compl-cfop(ws-compl-idx)           to wf05100-cfop
                 move ws-compl-cd-unidade(ws-compl-idx)     to wf05100-cd-unidade-medida
                 move ws-compl-qtde-item(ws-compl-idx)      to wf05100-Qty-Merchandise_Shohin
                 move ws-compl-Value-item(ws-compl-idx)     to wf05100-Value-total
                 move ws-compl-aliq-icms(ws-compl-idx)      to wf05100-aliq-icms
                 move ws-compl-aliq-ipi(ws-compl-idx)       to wf05100-aliq-ipi

                 if   ws-complemento-quantidade
                      move ws-compl-Value-unitario(ws-compl-idx) to wf05100-Value-unitario
                 end-if

                 if   ws-complemento-imposto
                      move ws-compl-icms-item(ws-compl-idx)  to wf05100-Value-icms
                      move ws-compl-ipi-item(ws-compl-idx)   to wf05100-Value-ipi
                 else
                      move wf05100-Value-total      to wf05100-base-icms
                      compute wf05100-Value-icms rounded =
                              wf05100-base-icms * wf05100-aliq-icms / 100
                      compute wf05100-Value-ipi rounded =
                              wf05100-base-icms * wf05100-aliq-ipi / 100
                 end-if

                 perform 9000-calcula-ibs-cbs-item

                 add  wf05100-Value-total           to wf05000-Value-total
                                                       wf05000-Value-total-produtos
                 add  wf05100-base-icms             to wf05000-base-icms
                 add  wf05100-Value-icms            to wf05000-Value-icms
                 add  wf05100-Value-ipi             to wf05000-Value-ipi
                 add  wf05100-base-ibs-cbs          to wf05000-base-ibs-cbs
                 add  wf05100-Value-ibs             to wf05000-Value-ibs
                 add  wf05100-Value-cbs             to wf05000-Value-cbs

                 perform 9000-item-Invoice_Seikyusho

                 write f05100-item-Invoice_Seikyusho
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f05100-item-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      perform 9000-Abort_Chushi
                 end-if
            end-perform

            move zeros                              to wf05000-Seq

       exit.

      *>=================================================================================
       2100-confirmar section.

            cancel c-impressao-nfe

            perform 2300-enviar-email-documentos

            perform 2300-gerar-espelho-intercompany
  
       exit.

      *>=================================================================================
      *> Venda para outra Company_Kaisha do grupo (CNPJ do cliente cadastrado
      *> no f00700): a nota de entrada da compradora nasce pendente com os
      *> itens, os Values e a chave de acesso, para lancamento no CS40002C
       2300-gerar-espelho-intercompany section.

            if   not ws-emissao-nfe
            or   not ws-entrega-imediata
                 exit section
            end-if

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move ws-Type-nota-emissao              to f05000-Type-nota
            move lk-Number-documento                to f05000-Number-documento
            move lk-Series-documento                 to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move f05000-cd-destinatario             to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
            or   f01400-cgc equal zeros
                 exit section
            end-if

            *> O f00700 guarda a Company_Kaisha corrente (e-mail, armazem);
            *> a pesquisa pelo CNPJ do cliente  desfeita ao final
            move f00700-cnpj                        to ws-cnpj-emitente
            move zeros                              to ws-CompanyCode-espelho
                                                       ws-BranchCode-espelho
            initialize                             f00700-Company_Kaisha
            move f01400-cgc                         to f00700-cnpj
            perform 9000-Read_Yomu-pd00700-ran-1
            if   ws-OperationOK
            and  (f00700-CompanyCode not equal lnk-CompanyCode
             or   f00700-BranchCode  not equal lnk-BranchCode)
                 move f00700-CompanyCode            to ws-CompanyCode-espelho
                 move f00700-BranchCode             to ws-BranchCode-espelho
            end-if

            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran

            if   ws-CompanyCode-espelho equal zeros
                 exit section
            end-if

            initialize                             f13500-Espelho_Intercompany
            move ws-CompanyCode-espelho             to f13500-CompanyCode
            move ws-BranchCode-espelho              to f13500-BranchCode
            move f05000-Number-documento            to f13500-Number-documento-origem
            move f05000-Series-documento            to f13500-Series-documento-origem
            move f05000-CompanyCode                 to f13500-CompanyCode-origem
            move f05000-BranchCode                  to f13500-BranchCode-origem
            move ws-cnpj-emitente                   to f13500-cnpj-emitente
            move f05000-cd-destinatario             to f13500-cd-cliente-origem
            move f05000-chave-acesso                to f13500-chave-acesso
            move f05000-data-operacao               to f13500-data-emissao
            if   f05000-nota-bonificacao
                 set  f13500-espelho-bonificacao    to true
            else
                 set  f13500-espelho-venda          to true
            end-if
            move f05000-Value-total                 to f13500-Value-total
            move f05000-Value-total-produtos        to f13500-Value-total-produtos
            move f05000-base-icms                   to f13500-base-icms
            move f05000-Value-icms                  to f13500-Value-icms
            move f05000-Value-ipi                   to f13500-Value-ipi
            move f05000-Value-frete                 to f13500-Value-frete
            move f05000-Value-seguro                to f13500-Value-seguro
            move f05000-Value-outras-despesas       to f13500-Value-outras-despesas
            set  f13500-espelho-pendente            to true
            perform 9000-Write_Kaku-pd13500
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f13500-Espelho_Intercompany - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f05100-item-Invoice_Seikyusho
            move f05000-CompanyCode                 to f05100-CompanyCode
            move f05000-BranchCode                  to f05100-BranchCode
            move f05000-Type-nota                   to f05100-Type-nota
            move f05000-Number-documento            to f05100-Number-documento
            move f05000-Series-documento            to f05100-Series-documento
            move f05000-cd-destinatario             to f05100-cd-destinatario
            move zeros                              to f05100-Seq
            perform 9000-str-pd05100-grt
            perform 9000-Read_Yomu-pd05100-nex
            perform until not ws-OperationOK
                       or f05100-CompanyCode      not equal f05000-CompanyCode
                       or f05100-BranchCode       not equal f05000-BranchCode
                       or f05100-Type-nota        not equal f05000-Type-nota
                       or f05100-Number-documento not equal f05000-Number-documento
                       or f05100-Series-documento not equal f05000-Series-documento

                 initialize                         f13600-Item_Espelho_Intercompany
                 move f13500-CompanyCode            to f13600-CompanyCode
                 move f13500-BranchCode             to f13600-BranchCode
                 move f13500-Number-documento-origem to f13600-Number-documento-origem
                 move f13500-Series-documento-origem to f13600-Series-documento-origem
                 move f13500-CompanyCode-origem     to f13600-CompanyCode-origem
                 move f13500-BranchCode-origem      to f13600-BranchCode-origem
                 move f05100-Seq                    to f13600-Seq
                 move f05100-cd-Merchandise_Shohin  to f13600-ProductCode
                 move f05100-cd-unidade-medida      to f13600-cd-unidade-medida
                 move f05100-Qty-Merchandise_Shohin to f13600-qtde
                 move f05100-Value-unitario         to f13600-Value-unitario
                 move f05100-Value-total            to f13600-Value-total
                 move f05100-base-icms              to f13600-base-icms
                 move f05100-aliq-icms              to f13600-aliq-icms
                 move f05100-Value-icms             to f13600-Value-icms
                 move f05100-aliq-ipi               to f13600-aliq-ipi
                 move f05100-Value-ipi              to f13600-Value-ipi
                 move f05100-cfop                   to f13600-cfop-origem
                 perform 9000-Write_Kaku-pd13600
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f13600-Item_Espelho_Intercompany - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if

                 perform 9000-Read_Yomu-pd05100-nex
            end-perform

            string "Nota de entrada intercompany pendente gerada na Company_Kaisha [" ws-CompanyCode-espelho "/" ws-BranchCode-espelho "]!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> O cliente deve receber o XML e o DANFE da nota; a propria Company_Kaisha
      *> recebe copia de arquivo. O envio fica na fila do CS00109S e o status
                      exit perform
                 end-if   

                 *> Cliente do exterior somente na NF-e de exportacao
                 if   f-pessoa-estrangeira
                 and  ws-emissao-nfe
                 and  ws-emissao-normal
                      exit perform
                 end-if

            end-perform

            *> Cliente do exterior no possui CPF/CNPJ: localizado pelo nome
            if   f-pessoa-estrangeira
                 perform 2200-cliente-exterior
                 exit section
            end-if

            if   f-pessoa-fisica
                 
                 display ws-mascara-cpf at line 19 col 34

       exit.

      *>=================================================================================
      *> Cliente do exterior: pesquisa pelo nome e conferencia do cadastro
      *> como pessoa estrangeira com pais informado (CS10002C)
       2200-cliente-exterior section.

            initialize                             lw-Pesquisa
            set  lw-pesquisa-cliente               to true
            display "Nome:" at line 21 col 10
            accept lw-texto-pesquisa at line 21 col 17 with update auto-skip
            call c-pesquisa-nome using lnk-par lw-Pesquisa
            cancel c-pesquisa-nome

            if   not lw-selecao-efetuada
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move lw-cd-selecionado                 to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
                 move "Cliente no cadastrado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   not f01400-pessoa-estrangeira
            or   f01400-cd-pais equal zeros
                 string "Cliente [" f01400-cd-cliente "] no  cadastrado como cliente do exterior!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 initialize                        f01400-cliente
                 exit section
            end-if

            perform 9000-MoveRecordsFrame

            perform 9000-avisa-adiantamentos

            set  ws-venda-exportacao               to true

       exit.

      *>=================================================================================
      *> Exportacao: moeda da venda com a cotacao do dia (CS10037C), UF e
      *> local de embarque e Number da DU-E
       2200-dados-exportacao section.

            initialize                             ws-Parameters-exportacao
            set  ws-venda-exportacao               to true

            move zeros                              to f-cd-moeda
            perform until ws-taxa-cambio-exportacao greater zeros
                 display "Moeda da Venda....:" at line 51 col 84
                 accept f-cd-moeda at line 51 col 104 with update auto-skip
                 if   ws-tecla-Cancela
                      set  ws-venda-mercado-interno  to true
                      exit section
                 end-if

                 initialize                         f10900-Moeda
                 move lnk-CompanyCode               to f10900-CompanyCode
                 move lnk-BranchCode                to f10900-BranchCode
                 move f-cd-moeda                    to f10900-cd-moeda
                 perform 9000-Read_Yomu-pd10900-ran
                 if   not ws-OperationOK
                 or   not f10900-moeda-ativa
                      string "Moeda Invalid_Mukou ou inativa! [" f-cd-moeda "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 else
                      accept ws-data-inv            from date yyyymmdd
                      initialize                    f10950-Cotacao
                      move lnk-CompanyCode          to f10950-CompanyCode
                      move lnk-BranchCode           to f10950-BranchCode
                      move f-cd-moeda               to f10950-cd-moeda
                      move ws-data-inv              to f10950-data-cotacao
                      perform 9000-Read_Yomu-pd10950-ran
                      if   ws-OperationOK
                      and  f10950-taxa-cambio greater zeros
                           move f-cd-moeda          to ws-cd-moeda-exportacao
                           move f10900-sigla-moeda  to ws-sigla-moeda-exportacao
                           move f10950-taxa-cambio  to ws-taxa-cambio-exportacao
                      else
                           string "Cotacao do dia no cadastrada para a moeda [" f10900-sigla-moeda "] - CS10037C!" into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if
            end-perform

            move spaces                             to f-uf-embarque
                                                       f-local-embarque
                                                       f-Number-due
            perform until f-uf-embarque <> spaces or ws-tecla-Cancela
                 display "UF de Embarque....:" at line 51 col 84
                 accept f-uf-embarque at line 51 col 104 with update auto-skip
                 move function upper-case(f-uf-embarque) to f-uf-embarque
            end-perform

            perform until f-local-embarque <> spaces or ws-tecla-Cancela
                 display "Local de Embarque.:" at line 51 col 84
                 accept f-local-embarque at line 51 col 104 with update auto-skip
            end-perform

            perform until f-Number-due <> spaces or ws-tecla-Cancela
                 display "Number da DU-E....:" at line 51 col 84
                 accept f-Number-due at line 51 col 104 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-venda-mercado-interno      to true
            end-if

       exit.

      *>=================================================================================
      *> Exportacao: preco unitario negociado na moeda da venda, sugerido a
      *> partir da tabela e convertido para reais pela cotacao do dia
       2200-preco-exportacao section.

            compute ws-Value-unitario-moeda rounded =
                    ws-Value-unitario-Product_Seihin / ws-taxa-cambio-exportacao
            move ws-Value-unitario-moeda           to f-vl-unitario-moeda

            display "Preco Unit. Moeda.:" at line 51 col 84
            accept f-vl-unitario-moeda at line 51 col 104 with update auto-skip
            move f-vl-unitario-moeda               to ws-Value-unitario-moeda

            compute ws-Value-unitario-Product_Seihin rounded =
                    ws-Value-unitario-moeda * ws-taxa-cambio-exportacao
            move ws-Value-unitario-Product_Seihin  to f-vl-unitario-Product_Seihin

            perform 8000-Screen_Gamen-Product_Seihin

       exit.

      *>=================================================================================
      *> Consulta cadastral automatica: destinatario com IE irregular gera
      *> aviso, ou bloqueia a emisso conforme a configuracao da Filial

       exit.

      *>=================================================================================
      *> Remessa de entrega futura: localiza o contrato do simples
      *> faturamento, que precisa ser do mesmo cliente e estar em aberto
       2200-contrato-entrega-futura section.

            move zeros                              to f-Number-nota-origem
                                                       f-Series-nota-origem
            perform until f-Number-nota-origem greater zeros or ws-tecla-Cancela
                 display "Nota Faturamento..:" at line 51 col 84
                 accept f-Number-nota-origem at line 51 col 104 with update auto-skip
            end-perform
            perform until f-Series-nota-origem greater zeros or ws-tecla-Cancela
                 display "Serie Faturamento.:" at line 51 col 84
                 accept f-Series-nota-origem at line 51 col 104 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-entrega-imediata          to true
                 exit section
            end-if

            move f-Number-nota-origem               to ws-Number-contrato-entrega
            move f-Series-nota-origem               to ws-Series-contrato-entrega

            initialize                             f13300-Contrato_Entrega_Futura
            move lnk-CompanyCode                    to f13300-CompanyCode
            move lnk-BranchCode                     to f13300-BranchCode
            move ws-Number-contrato-entrega         to f13300-Number-documento
            move ws-Series-contrato-entrega         to f13300-Series-documento
            perform 9000-Read_Yomu-pd13300-ran
            if   not ws-OperationOK
                 string "Contrato de entrega futura [" ws-Number-contrato-entrega "/" ws-Series-contrato-entrega "] no encontrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-entrega-imediata          to true
                 exit section
            end-if

            if   f13300-cd-cliente not equal f-cd-cliente
                 string "Contrato de entrega futura pertence ao cliente [" f13300-cd-cliente "]!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-entrega-imediata          to true
                 exit section
            end-if

            if   not f13300-contrato-aberto
                 move "Contrato de entrega futura j encerrado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-entrega-imediata          to true
                 exit section
            end-if

            move "Informar nos itens o CFOP de remessa (5116/5117/6116/6117)!" to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> O item da remessa precisa constar do contrato e caber no saldo a
      *> entregar; o preo  o mesmo do simples faturamento
       2200-saldo-entrega-futura section.

            set  ws-saldo-entrega-suficiente        to true

            if   not ws-remessa-entrega-futura
                 exit section
            end-if

            initialize                             f13400-Item_Entrega_Futura
            move lnk-CompanyCode                    to f13400-CompanyCode
            move lnk-BranchCode                     to f13400-BranchCode
            move ws-Number-contrato-entrega         to f13400-Number-documento
            move ws-Series-contrato-entrega         to f13400-Series-documento
            move ws-Code-Product_Seihin             to f13400-ProductCode
            perform 9000-Read_Yomu-pd13400-ran
            if   not ws-OperationOK
                 string "Product_Seihin [" ws-Code-Product_Seihin "] no consta do contrato de entrega futura!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-saldo-entrega-insuficiente to true
                 exit section
            end-if

            compute ws-saldo-entrega-item =
                    f13400-qtde-faturada - f13400-qtde-entregue

            if   ws-qtde-Product_Seihin greater ws-saldo-entrega-item
                 move ws-saldo-entrega-item         to ws-saldo-entrega-x
                 string "Qtde acima do saldo a entregar do contrato! Saldo:" ws-saldo-entrega-x into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-saldo-entrega-insuficiente to true
                 exit section
            end-if

            move f13400-Value-unitario              to f-vl-unitario-Product_Seihin
                                                       ws-Value-unitario-Product_Seihin
            perform 8000-Screen_Gamen-Product_Seihin

       exit.

      *>=================================================================================
       2200-Product_Seihin section.

                                                      f-vl-total

            set ws-nao-finalizar-pedido            to true

            initialize                             lw-Grade
            move zeros                             to ws-ind-grade
            
            perform until ws-finalizar-pedido
                
                perform until exit
                     if   ws-tecla-Cancela
                          move zeros               to lw-qtde-itens-grade
                          exit perform
                     end-if

                                                       ws-Product_Seihin
                    perform 8000-Screen_Gamen-Product_Seihin
                    
                    *> SKUs da grade confirmada entram em sequencia, sem
                    *> digitacao do codigo
                    if   ws-ind-grade less lw-qtde-itens-grade
                         add  1                    to ws-ind-grade
                         move lw-ProductCode-grade(ws-ind-grade) to f-ProductCode
                         set  ws-item-grade        to true
                         set  ws-qtde-grade-pendente to true
                         if   ws-ind-grade greater 1
                              set  ws-repete-fiscal-grade to true
                         else
                              set  ws-digita-fiscal-grade to true
                         end-if
                    else
                         set  ws-item-avulso       to true
                         set  ws-qtde-grade-informada to true
                         set  ws-digita-fiscal-grade to true
                         accept f-ProductCode at line 13 col 26 with update auto-skip
                    end-if
                    move f-ProductCode                   to ws-Code-Product_Seihin

                    *> 999999999 abre a pesquisa do Product_Seihin pelo nome
                    if   ws-Code-Product_Seihin greater zeros
                         *> Monta descrio Product_Seihin informado na lista
                         perform 2200-Desc-Product_Seihin

                         *> Pai de grade: quantidades digitadas na matriz
                         *> tamanho x cor e cada SKU vira um item da nota
                         if   ws-Product_Seihin-cadastrado
                         and  f01800-Product-grade
                              perform 2200-digitacao-grade
                              exit perform cycle
                         end-if
                         
                         *> Verifica se o Product_Seihin j foi adicionado  lista, se sim, abre manuteno
                         if   ws-Product_Seihin-cadastrado
                         if   ws-Product_Seihin-cadastrado
                         and  ws-Product_Seihin-nao-consta-lista
                              perform 2200-preco-Product_Seihin
                              if   ws-venda-exportacao
                              and  ws-Product_Seihin-preco-cadastrado
                                   perform 2200-preco-exportacao
                              end-if
                         end-if     

                         if   ws-Product_Seihin-cadastrado
                               exit perform
                          end-if

                         if   ws-repete-fiscal-grade
                              move ws-cd-unidade-medida-grade to f-cd-unidade-medida
                         else
                              accept f-cd-unidade-medida at line 50 col 26 with update auto-skip
                         end-if
                         move f-cd-unidade-medida             to ws-cd-unidade-medida

                         perform 2200-Desc-unidade-medida
                          end-if

                     
                         if   ws-qtde-grade-pendente
                              move lw-qtde-grade(ws-ind-grade) to f-qtde-Product_Seihin
                              set  ws-qtde-grade-informada to true
                              perform 8000-Screen_Gamen-Product_Seihin
                         else
                              accept f-qtde-Product_Seihin at line 15 col 26 with update auto-skip
                         end-if
                         move f-qtde-Product_Seihin            to ws-qtde-unidade-venda

                         *> Converte da unidade de venda para a unidade de Stock_Zaiko
                         else
                              move ws-qtde-unidade-venda       to ws-qtde-Product_Seihin
                         end-if

                         *> Remessa de entrega futura limitada ao saldo do contrato
                         perform 2200-saldo-entrega-futura

                         if   ws-saldo-entrega-suficiente
                              perform 9000-verifica-Stock_Zaiko

                              if   ws-Product_Seihin-disponivel-Stock_Zaiko
                                   exit perform
                              end-if
                         end-if

                     end-perform
                               exit perform
                          end-if

                         *> Exportacao: imunidade de ICMS e IPI, aliquotas zeradas
                         if   ws-venda-exportacao
                              move zeros              to f-aliq-icms-Product_Seihin
                                                         f-aliq-ipi-Product_Seihin
                              perform 8000-Screen_Gamen-Product_Seihin
                         else
                              if   ws-repete-fiscal-grade
                                   move ws-aliq-icms-grade to f-aliq-icms-Product_Seihin
                                   move ws-aliq-ipi-grade  to f-aliq-ipi-Product_Seihin
                                   perform 8000-Screen_Gamen-Product_Seihin
                              else
                                   accept f-aliq-icms-Product_Seihin at line 48 col 26 with update auto-skip
                                   accept f-aliq-ipi-Product_Seihin at line 48 col 65 with update auto-skip
                              end-if
                         end-if
                         move f-aliq-icms-Product_Seihin      to ws-aliq-icms-Product_Seihin
                         move f-aliq-ipi-Product_Seihin       to ws-aliq-ipi-Product_Seihin

                         *> Desconto do item, abatido do Value total e da base
                         if   ws-repete-fiscal-grade
                              move zeros           to f-vl-desconto-Product_Seihin
                         else
                              accept f-vl-desconto-Product_Seihin at line 50 col 65 with update auto-skip
                         end-if
                         move f-vl-desconto-Product_Seihin    to ws-Value-desconto-Product_Seihin

                         if   ws-Value-desconto-Product_Seihin not less
                               exit perform
                          end-if

                         if   ws-repete-fiscal-grade
                              move ws-cst-grade    to f-cst-Product_Seihin
                         else
                              accept f-cst-Product_Seihin at line 52 col 26 with update auto-skip
                         end-if
                         move f-cst-Product_Seihin            to ws-cst-Product_Seihin

                         perform 2200-valida-cst
                         if   ws-codigo-fiscal-valido
                              exit perform
                         end-if
                         set  ws-digita-fiscal-grade to true
                     end-perform

                     perform until exit
                               exit perform
                          end-if

                         if   ws-repete-fiscal-grade
                              move ws-cfop-grade   to f-cfop-Product_Seihin
                         else
                              accept f-cfop-Product_Seihin at line 52 col 65 with update auto-skip
                         end-if
                         move f-cfop-Product_Seihin           to ws-cfop-Product_Seihin

                         perform 2200-valida-cfop
                         if   ws-codigo-fiscal-valido
                              exit perform
                         end-if
                         set  ws-digita-fiscal-grade to true
                     end-perform

                     perform 2200-total-Product_Seihin

                     *> Dados fiscais do primeiro SKU valem para os demais
                     *> itens da mesma grade
                     if   ws-item-grade
                     and  ws-ind-grade equal 1
                          move ws-cd-unidade-medida      to ws-cd-unidade-medida-grade
                          move ws-aliq-icms-Product_Seihin to ws-aliq-icms-grade
                          move ws-aliq-ipi-Product_Seihin  to ws-aliq-ipi-grade
                          move ws-cst-Product_Seihin     to ws-cst-grade
                          move ws-cfop-Product_Seihin    to ws-cfop-grade
                     end-if

                     if   ws-margem-reprovada
                          *> Item recusado pelo piso de margem: desfaz a
                          *> reserva e remove o item da lista quando existia
            initialize                              f-Product_Seihin
            perform 8000-Screen_Gamen-Product_Seihin

       exit.
      *>=================================================================================
       2200-digitacao-grade section.

            initialize                             lw-Grade
            move f01800-ProductCode                 to lw-cd-Product-pai-grade
            move ws-ArmazemCode-Padrao              to lw-ArmazemCode-grade
            set  lw-grade-digitacao                 to true
            call c-digitacao-grade using lnk-par lw-Grade
            cancel c-digitacao-grade

            move zeros                              to ws-ind-grade
            if   not lw-grade-confirmada
                 move zeros                         to lw-qtde-itens-grade
            end-if

            perform 8000-Screen_Gamen-Product_Seihin

       exit.
      *>=================================================================================
       2200-Desc-Product_Seihin section.
                 exit section
            end-if

            *> Exportacao: somente o CST de imunidade (41 - no tributada)
            if   ws-venda-exportacao
            and  ws-cst-Product_Seihin(3:2) not equal c-cst-imunidade-exportacao
                 string "Exportacao exige CST de imunidade [" c-cst-imunidade-exportacao "]!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set ws-codigo-fiscal-valido             to true

       exit.
                 exit section
            end-if

            if   not f03300-operacao-saida
                 string "CFOP [" ws-cfop-Product_Seihin "] no  de operacao de saida!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Exportacao somente com CFOP do grupo 7 (saidas para o exterior),
            *> e o grupo 7 somente na venda ao exterior
            if   ws-venda-exportacao
                 if   ws-cfop-Product_Seihin(1:1) not equal "7"
                      string "Exportacao exige CFOP do grupo 7! [" ws-cfop-Product_Seihin "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 move f03300-Desc-codigo           to f-ds-cfop-Product_Seihin
                 display f-ds-cfop-Product_Seihin at line 52 col 72
                 set ws-codigo-fiscal-valido        to true
                 exit section
            end-if

            if   ws-cfop-Product_Seihin(1:1) equal "7"
                 string "CFOP [" ws-cfop-Product_Seihin "] de exportacao - cliente no  do exterior!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Entrega futura: 5922/6922 no simples faturamento e 5116/5117/
            *> 6116/6117 na remessa; fora dela esses CFOPs no so aceitos
            evaluate true
                 when ws-simples-faturamento
                      if   ws-cfop-Product_Seihin(2:3) not equal "922"
                           string "Simples faturamento exige CFOP 5922/6922! [" ws-cfop-Product_Seihin "]" into ws-Message_Messeji
                           perform 9000-Message_Messeji
                           exit section
                      end-if
                 when ws-remessa-entrega-futura
                      if   ws-cfop-Product_Seihin(2:3) not equal "116"
                      and  ws-cfop-Product_Seihin(2:3) not equal "117"
                           string "Remessa de entrega futura exige CFOP 5116/5117/6116/6117! [" ws-cfop-Product_Seihin "]" into ws-Message_Messeji
                           perform 9000-Message_Messeji
                           exit section
                      end-if
                 when other
                      if   ws-cfop-Product_Seihin(2:3) equal "922"
                      or   ws-cfop-Product_Seihin(2:3) equal "116"
                      or   ws-cfop-Product_Seihin(2:3) equal "117"
                           string "CFOP [" ws-cfop-Product_Seihin "] exclusivo de venda para entrega futura!" into ws-Message_Messeji
                           perform 9000-Message_Messeji
                           exit section
                      end-if
            end-evaluate

            *> Remessa de vasilhame (5920/6920) somente para embalagem
            *> retornavel; a embalagem tambem sai com CFOP de venda quando
            *> a nao devolvida e faturada ao parceiro
            if   ws-cfop-Product_Seihin(2:3) equal "920"
                 initialize                        f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move f-ProductCode                 to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   not ws-OperationOK
                 or   not f01800-embalagem-retornavel
                      string "CFOP [" ws-cfop-Product_Seihin "] exclusivo de embalagem retornavel!" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
            end-if

            if   f03300-ambito-estadual
            and  f-uf not equal ws-uf-emitente
                 string "CFOP [" ws-cfop-Product_Seihin "]  para operacao dentro do estado e o cliente  de [" f-uf "]!" into ws-Message_Messeji
                 exit section
            end-if

            *> Liberacao remota ja aprovada pelo supervisor para o mesmo
            *> Product_Seihin e Usuario_Yuuzaa, a preco igual ou maior
            set  ws-margem-reprovada                to true
            perform 9000-consome-liberacao-margem
            if   ws-margem-aprovada
                 exit section
            end-if

            string "Preco [" ws-preco-liquido-margem
                   "] abaixo do piso de margem [" ws-preco-minimo-margem
            accept ws-motivo-margem at line 07 col 26 with update auto-skip

            if   ws-UserID-supervisor equal zeros
                 perform 9000-solicita-liberacao-margem
                 exit section
            end-if

            initialize                             f00800-User_Yuuzaa
            move ws-UserID-supervisor               to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            initialize                             lw-Senha
            if   ws-OperationOK
                 set  lw-verificar-senha            to true
                 move ws-senha-supervisor           to lw-senha-informada
                 move f00800-UserPassword           to lw-senha-texto
                 move f00800-id-formato-senha       to lw-id-formato-senha
                 move f00800-salt-senha             to lw-salt-senha
                 move f00800-hash-senha             to lw-hash-senha
                 call c-hash-senha using lnk-par lw-Senha
                 cancel c-hash-senha
            end-if
            if   not ws-OperationOK
            or   not f00800-Active_Akutibu
            or   not f00800-permite-atribuir-acesso
            or   not lw-senha-confere
                 move "Credencial de supervisor Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section

       exit.

      *>=================================================================================
      *> Sem supervisor presente, a liberacao pode ser pedida pela caixa de
      *> aprovacoes (CS30059C); o item e recusado agora e volta a ser
      *> aceito quando for digitado de novo depois da aprovacao
       9000-solicita-liberacao-margem section.

            move "Solicitar liberacao remota ao supervisor? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             f18800-Liberacao_Margem
            move lnk-CompanyCode                    to f18800-CompanyCode
            move lnk-BranchCode                     to f18800-BranchCode
            move 999999999                          to f18800-Seq-liberacao
            perform 9000-str-pd18800-nlss
            perform 9000-Read_Yomu-pd18800-pre
            if   ws-OperationOK
            and  f18800-CompanyCode equal lnk-CompanyCode
            and  f18800-BranchCode  equal lnk-BranchCode
                 compute ws-Seq-liberacao-margem = f18800-Seq-liberacao + 1
            else
                 move 1                             to ws-Seq-liberacao-margem
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            initialize                             f18800-Liberacao_Margem
            move lnk-CompanyCode                    to f18800-CompanyCode
            move lnk-BranchCode                     to f18800-BranchCode
            move ws-Seq-liberacao-margem            to f18800-Seq-liberacao
            move ws-cd-Product-margem               to f18800-ProductCode
            move f-cd-cliente                       to f18800-cd-cliente
            move ws-qtde-Product_Seihin             to f18800-qtde-item
            move ws-preco-liquido-margem            to f18800-preco-liquido
            move ws-preco-minimo-margem             to f18800-preco-minimo
            compute f18800-Value-item rounded =
                    ws-preco-liquido-margem * ws-qtde-Product_Seihin
            move ws-motivo-margem                   to f18800-motivo-solicitacao
            move ws-data-inv                        to f18800-data-solicitacao
            move ws-Hours(01:06)                    to f18800-horario-solicitacao
            move function numval(lnk-UserID)        to f18800-UserID-solicitante
            set  f18800-liberacao-pendente          to true

            perform 9000-Write_Kaku-pd18800
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f18800-Liberacao_Margem - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string "Liberacao [" ws-Seq-liberacao-margem "] enviada ao supervisor - redigite o item apos a aprovacao!"
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-consome-liberacao-margem section.

            initialize                             f18800-Liberacao_Margem
            move lnk-CompanyCode                    to f18800-CompanyCode
            move lnk-BranchCode                     to f18800-BranchCode
            set  f18800-liberacao-aprovada          to true
            move zeros                              to f18800-Seq-liberacao
            perform 9000-str-pd18800-nlss-1
            perform 9000-Read_Yomu-pd18800-nex
            perform until not ws-OperationOK
                       or f18800-CompanyCode not equal lnk-CompanyCode
                       or f18800-BranchCode  not equal lnk-BranchCode
                       or not f18800-liberacao-aprovada

                 if   f18800-ProductCode equal ws-cd-Product-margem
                 and  f18800-UserID-solicitante equal function numval(lnk-UserID)
                 and  ws-preco-liquido-margem not less f18800-preco-liquido
                      set  f18800-liberacao-utilizada to true
                      perform 9000-Rewrite_Kakinaosu-pd18800
                      if   ws-OperationOK
                           set  ws-margem-aprovada  to true

                           initialize               lw-Auditoria
                           move "A"                 to lw-Type-operacao-auditoria
                           string "MARGEM PROD " ws-cd-Product-margem delimited by size into lw-chave-auditoria
                           string "PISO " ws-preco-minimo-margem " PRECO " ws-preco-liquido-margem delimited by size into lw-imagem-anterior
                           string "LIBERACAO " f18800-Seq-liberacao " SUPERVISOR " f18800-UserID-aprovador delimited by size into lw-imagem-nova
                           call c-auditoria-cadastro using lnk-par lw-Auditoria
                           cancel c-auditoria-cadastro
                      end-if
                      exit section
                 end-if

                 perform 9000-Read_Yomu-pd18800-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Substituio tributaria pela tabela de MVA do NCM do Product_Seihin
      *> e da UF do destinatario: base ST = (base + IPI) x (1 + MVA) e o
      *>=================================================================================
       9000-Valida-limite-credito section.

            *> NFC-e  venda com pagamento imediato: sem exposicao de credito;
            *> a remessa de entrega futura no gera titulo novo
            if   ws-emissao-nfce
            or   ws-consumidor-nao-identificado
            or   ws-remessa-entrega-futura
                 exit section
            end-if


            if   ws-emissao-nfce
            or   ws-consumidor-nao-identificado
            or   ws-remessa-entrega-futura
                 exit section
            end-if


       exit.

      *>=================================================================================
       9000-gravar-Faturamento_Pedido section.

            *> Vinculo do item do Pedido com a nota que o faturou
            initialize                             f18400-Faturamento_Pedido
            move lnk-CompanyCode                    to f18400-CompanyCode
            move lnk-BranchCode                     to f18400-BranchCode
            move ws-Number-pedido-venda             to f18400-Number-pedido
            move f07400-Seq                         to f18400-Seq-item
            move wf05000-Type-nota                  to f18400-Type-nota
            move wf05000-Number-documento           to f18400-Number-documento
            move wf05000-Series-documento           to f18400-Series-documento
            move wf05000-cd-destinatario            to f18400-cd-cliente
            move f07400-ProductCode                 to f18400-ProductCode
            move ws-fat-qtde(ws-fat-idx)            to f18400-qtde-faturada
            move wf05000-data-operacao              to f18400-data-faturamento
            perform 9000-Write_Kaku-pd18400

       exit.

      *>=================================================================================
       9000-baixa-Pedido_Venda section.

                           subtract ws-fat-qtde(ws-fat-idx) from f07400-qtde-reservada
                      end-if
                      perform 9000-Rewrite_Kakinaosu-pd07400
                      perform 9000-gravar-Faturamento_Pedido
                 end-if

            end-perform
            display "Value Outras Desp.:" at line 51 col 84
            accept f-Value-outras-despesas at line 51 col 104 with update auto-skip

            *> Consumidor identificado por CPF na NFC-e pode resgatar pontos
            *> de fidelidade como desconto
            perform 2300-resgate-pontos

            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            move f-Value-seguro                    to wf05000-Value-seguro
            move f-Value-outras-despesas           to wf05000-Value-outras-despesas
            move f-cd-forma-pagamento              to wf05000-cd-forma-pagamento

            if   ws-venda-exportacao
                 set  wf05000-nota-exportacao       to true
                 move ws-cd-moeda-exportacao        to wf05000-cd-moeda
                 move ws-taxa-cambio-exportacao     to wf05000-taxa-cambio
                 move f-uf-embarque                 to wf05000-uf-embarque
                 move f-local-embarque              to wf05000-local-embarque
                 move f-Number-due                  to wf05000-Number-due
            end-if

            move ws-id-entrega-futura              to wf05000-id-entrega-futura
            
            perform 9000-descarregar-itens-nfe

            add  wf05000-Value-seguro              to wf05000-Value-total
            add  wf05000-Value-outras-despesas     to wf05000-Value-total

            *> Resgate de pontos de fidelidade abatido como desconto da nota
            if   ws-Value-resgate-pontos greater zeros
                 add  ws-Value-resgate-pontos       to wf05000-Value-desconto
                 subtract ws-Value-resgate-pontos   from wf05000-Value-total
            end-if

            *> Exportacao: total da nota na moeda da venda pela cotacao do dia
            if   ws-venda-exportacao
                 compute wf05000-Value-total-moeda rounded =
                         wf05000-Value-total / wf05000-taxa-cambio
            end-if

            *> Diferencial de aliquota (DIFAL) na venda interestadual a
            *> consumidor final no contribuinte, com guia GNRE por operacao
            move f-uf                              to wf05000-uf-destino
                 set  f05000-nota-bonificacao       to true
                 perform 9000-Rewrite_Kakinaosu-pd05000
            else
                 *> Remessa de entrega futura: o titulo j nasceu no simples
                 *> faturamento, referenciado como nota de origem
                 if   ws-remessa-entrega-futura
                      move ws-Number-contrato-entrega to f05000-Number-documento-origem
                      move ws-Series-contrato-entrega to f05000-Series-documento-origem
                      perform 9000-Rewrite_Kakinaosu-pd05000
                      perform 9000-baixa-contrato-entrega-futura
                 else
                      perform 9000-gravar-Contas_Receber
                 end-if
            end-if

            if   ws-simples-faturamento
                 perform 9000-gravar-contrato-entrega-futura
            end-if

            *> NFC-e: pagamento capturado no ato contra a forma informada,
                 perform 9000-gravar-transmissao-nfce
            end-if

            perform 9000-gravar-remessa-embalagem

            perform 9000-gravar-pontos-fidelidade

            perform 9000-concluir-Checkpoint

            perform 9000-baixa-Pedido_Venda
            perform 8000-inicia-Frame_Furemu
       exit.

      *>=================================================================================
      *> Resgate limitado ao saldo valido do consumidor e ao valor dos itens
      *> da nota, convertido em reais pelo valor do ponto da Company_Kaisha
       2300-resgate-pontos section.

            move zeros                              to ws-pontos-resgate
                                                       ws-Value-resgate-pontos
                                                       ws-Value-base-pontos

            if   not ws-emissao-nfce
            or   not ws-consumidor-identificado
            or   not f-pessoa-fisica
            or   f-cpf equal zeros
            or   f00700-Value-ponto-fidelidade equal zeros
                 exit section
            end-if

            initialize                             lw-Pontos
            move f-cd-cliente                       to lw-cd-cliente-pontos
            move f-cpf                              to lw-cpf-pontos
            set  lw-consulta-pontos                 to true
            call c-movimento-pontos using lnk-par lw-Pontos
            cancel c-movimento-pontos

            if   lw-saldo-pontos equal zeros
                 exit section
            end-if

            initialize                             nfe
            start arq-nfe key is greater nfe-Seq
            read arq-nfe next
            perform until not ws-OperationOK
                 add  nfe-Value-total               to ws-Value-base-pontos
                 read arq-nfe next
            end-perform

            compute ws-pontos-maximo-resgate =
                    ws-Value-base-pontos / f00700-Value-ponto-fidelidade
            if   ws-pontos-maximo-resgate greater lw-saldo-pontos
                 move lw-saldo-pontos               to ws-pontos-maximo-resgate
            end-if

            if   ws-pontos-maximo-resgate equal zeros
                 exit section
            end-if

            string "Saldo de pontos do consumidor: " lw-saldo-pontos " - maximo para resgate: " ws-pontos-maximo-resgate into ws-Message_Messeji
            perform 9000-Message_Messeji

            move zeros                              to f-pontos-resgate
            perform until exit
                 display "Pontos a Resgatar.:" at line 51 col 84
                 accept f-pontos-resgate    at line 51 col 104 with update auto-skip
                 if   ws-tecla-Cancela
                      move zeros                    to f-pontos-resgate
                      exit perform
                 end-if

                 move f-pontos-resgate              to ws-pontos-resgate
                 if   ws-pontos-resgate not greater ws-pontos-maximo-resgate
                      exit perform
                 end-if

                 string "Resgate acima do permitido! [" ws-pontos-maximo-resgate "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move f-pontos-resgate                   to ws-pontos-resgate

            compute ws-Value-resgate-pontos rounded =
                    ws-pontos-resgate * f00700-Value-ponto-fidelidade

       exit.

      *>=================================================================================
      *> Pontos da NFC-e com CPF: resgate informado na emissao e credito por
      *> real gasto pela regra da categoria do Product_Seihin (categoria zero
      *> como regra padrao), proporcional ao valor pago quando houve resgate
       9000-gravar-pontos-fidelidade section.

            if   not ws-emissao-nfce
            or   not ws-consumidor-identificado
            or   not f-pessoa-fisica
            or   f-cpf equal zeros
                 exit section
            end-if

            if   ws-pontos-resgate greater zeros
                 initialize                        lw-Pontos
                 move f-cd-cliente                  to lw-cd-cliente-pontos
                 move f-cpf                         to lw-cpf-pontos
                 set  lw-resgate-pontos             to true
                 move ws-pontos-resgate             to lw-qtde-pontos
                 move wf05000-data-operacao         to lw-data-movimento-pontos
                 move wf05000-Type-nota             to lw-Type-nota-pontos
                 move wf05000-Number-documento      to lw-Number-documento-pontos
                 move wf05000-Series-documento      to lw-Series-documento-pontos
                 move ws-Value-resgate-pontos       to lw-Value-resgate-pontos
                 call c-movimento-pontos using lnk-par lw-Pontos
                 cancel c-movimento-pontos

                 if   not lw-pontos-registrados
                      move "Resgate de pontos de fidelidade nao registrado!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

            move zeros                              to ws-pontos-ganhos
                                                       ws-Value-base-pontos

            initialize                             nfe
            start arq-nfe key is greater nfe-Seq
            read arq-nfe next
            perform until not ws-OperationOK

                 add  nfe-Value-total               to ws-Value-base-pontos

                 initialize                        f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move nfe-cd-Merchandise_Shohin     to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran

                 initialize                        f18100-Regra_Fidelidade
                 move lnk-CompanyCode               to f18100-CompanyCode
                 move lnk-BranchCode                to f18100-BranchCode
                 move f01800-cd-categoria           to f18100-cd-categoria
                 perform 9000-Read_Yomu-pd18100-ran
                 if   not ws-OperationOK
                      move zeros                    to f18100-cd-categoria
                      perform 9000-Read_Yomu-pd18100-ran
                 end-if

                 if   ws-OperationOK
                      compute ws-pontos-ganhos = ws-pontos-ganhos
                              + (nfe-Value-total * f18100-pontos-por-real)
                 end-if

                 read arq-nfe next
            end-perform

            if   ws-Value-resgate-pontos greater zeros
            and  ws-Value-base-pontos greater ws-Value-resgate-pontos
                 compute ws-pontos-ganhos = ws-pontos-ganhos
                         * (ws-Value-base-pontos - ws-Value-resgate-pontos)
                         / ws-Value-base-pontos
            end-if

            if   ws-pontos-ganhos equal zeros
                 exit section
            end-if

            initialize                             lw-Pontos
            move f-cd-cliente                       to lw-cd-cliente-pontos
            move f-cpf                              to lw-cpf-pontos
            set  lw-credito-pontos                  to true
            move ws-pontos-ganhos                   to lw-qtde-pontos
            move wf05000-data-operacao              to lw-data-movimento-pontos
            move wf05000-Type-nota                  to lw-Type-nota-pontos
            move wf05000-Number-documento           to lw-Number-documento-pontos
            move wf05000-Series-documento           to lw-Series-documento-pontos
            move wf05000-Value-total                to lw-Value-base-pontos
            call c-movimento-pontos using lnk-par lw-Pontos
            cancel c-movimento-pontos

            if   not lw-pontos-registrados
                 move "Credito de pontos de fidelidade nao registrado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Tabela de frete: primeira faixa de peso que comporta o peso bruto
      *> da nota, para a transportadora e a UF do cliente

            if   ws-emissao-nfce
            or   ws-consumidor-nao-identificado
            or   ws-venda-exportacao
                 exit section
            end-if

            move function numval(lnk-UserID)       to f02450-UserID-operacao
            move wf05000-cd-forma-pagamento        to f02450-cd-forma-pagamento

            initialize                             lw-Conta-Bancaria
            move wf05000-cd-forma-pagamento        to lw-cd-forma-pagamento-conta
            call c-conta-bancaria-movimento using lnk-par lw-Conta-Bancaria
            cancel c-conta-bancaria-movimento
            move lw-cd-conta-bancaria              to f02450-cd-conta-bancaria

            perform 9000-Write_Kaku-pd02450
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02450-Pagamento_Receber - " ws-AccessResult into ws-Message_Messeji
            end-if

            move zeros                              to ws-Value-acumulado-parcelas
                                                       ws-Value-acumulado-moeda

            perform varying ws-parcela-idx from 1 by 1
                    until ws-parcela-idx greater ws-nr-parcelas
            move zeros                             to f02400-Value-pago
            set  f02400-aberto                     to true

            *> Titulo da exportacao mantido na moeda da venda; a taxa da
            *> emisso  a referencia da variacao cambial na baixa (CS30006C)
            if   wf05000-nota-exportacao
                 if   ws-parcela-idx equal ws-nr-parcelas
                      compute ws-Value-parcela-moeda =
                              wf05000-Value-total-moeda - ws-Value-acumulado-moeda
                 else
                      compute ws-Value-parcela-moeda rounded =
                              ws-Value-parcela / wf05000-taxa-cambio
                 end-if
                 add  ws-Value-parcela-moeda        to ws-Value-acumulado-moeda
                 move wf05000-cd-moeda              to f02400-cd-moeda
                 move wf05000-taxa-cambio           to f02400-taxa-cambio
                 move ws-Value-parcela-moeda        to f02400-Value-total-moeda
                 move zeros                         to f02400-Value-pago-moeda
            end-if

            perform 9000-Write_Kaku-pd02400
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02400-Contas_Receber - " ws-AccessResult into ws-Message_Messeji

       exit.

      *>=================================================================================
      *> Simples faturamento: a propria nota  o contrato de entrega
      *> futura, com a quantidade faturada de cada Product_Seihin
       9000-gravar-contrato-entrega-futura section.

            initialize                             f13300-Contrato_Entrega_Futura
            move wf05000-CompanyCode                to f13300-CompanyCode
            move wf05000-BranchCode                 to f13300-BranchCode
            move wf05000-Number-documento           to f13300-Number-documento
            move wf05000-Series-documento           to f13300-Series-documento
            move wf05000-cd-destinatario            to f13300-cd-cliente
            move wf05000-data-operacao              to f13300-data-faturamento
            move wf05000-Value-total-produtos       to f13300-Value-total
            move zeros                              to f13300-Value-entregue
            set  f13300-contrato-aberto             to true
            move function numval(lnk-UserID)        to f13300-UserID-registro
            perform 9000-Write_Kaku-pd13300
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f13300-Contrato_Entrega_Futura - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            initialize                             nfe
            start arq-nfe key is greater nfe-Seq
            read arq-nfe next
            perform until not ws-OperationOK

                 initialize                         f13400-Item_Entrega_Futura
                 move wf05000-CompanyCode           to f13400-CompanyCode
                 move wf05000-BranchCode            to f13400-BranchCode
                 move wf05000-Number-documento      to f13400-Number-documento
                 move wf05000-Series-documento      to f13400-Series-documento
                 move nfe-cd-Merchandise_Shohin     to f13400-ProductCode
                 move nfe-cd-unidade-medida         to f13400-cd-unidade-medida
                 move nfe-Qty-Merchandise_Shohin    to f13400-qtde-faturada
                 move zeros                         to f13400-qtde-entregue
                 move nfe-Value-unitario            to f13400-Value-unitario
                 perform 9000-Write_Kaku-pd13400
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f13400-Item_Entrega_Futura - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      perform 9000-Abort_Chushi
                 end-if

                 read arq-nfe next
            end-perform

       exit.

      *>=================================================================================
      *> Remessa de entrega futura: baixa o saldo de cada item do contrato e
      *> encerra o contrato quando no resta nada a entregar
       9000-baixa-contrato-entrega-futura section.

            accept ws-data-inv                     from date yyyymmdd

            initialize                             nfe
            start arq-nfe key is greater nfe-Seq
            read arq-nfe next
            perform until not ws-OperationOK

                 initialize                         f13400-Item_Entrega_Futura
                 move wf05000-CompanyCode           to f13400-CompanyCode
                 move wf05000-BranchCode            to f13400-BranchCode
                 move ws-Number-contrato-entrega    to f13400-Number-documento
                 move ws-Series-contrato-entrega    to f13400-Series-documento
                 move nfe-cd-Merchandise_Shohin     to f13400-ProductCode
                 perform 9000-Read_Yomu-pd13400-ran
                 if   ws-OperationOK
                      add  nfe-Qty-Merchandise_Shohin to f13400-qtde-entregue
                      move ws-data-inv              to f13400-data-ultima-remessa
                      perform 9000-Rewrite_Kakinaosu-pd13400
                      if   not ws-OperationOK
                           string "Error_Eraa ao Rewrite_Kakinaosu f13400-Item_Entrega_Futura - " ws-AccessResult into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if

                 read arq-nfe next
            end-perform

            set  ws-contrato-saldo-quitado          to true

            initialize                             f13400-Item_Entrega_Futura
            move wf05000-CompanyCode                to f13400-CompanyCode
            move wf05000-BranchCode                 to f13400-BranchCode
            move ws-Number-contrato-entrega         to f13400-Number-documento
            move ws-Series-contrato-entrega         to f13400-Series-documento
            move zeros                              to f13400-ProductCode
            perform 9000-str-pd13400-grt
            perform 9000-Read_Yomu-pd13400-nex
            perform until not ws-OperationOK
                       or f13400-CompanyCode       not equal wf05000-CompanyCode
                       or f13400-BranchCode        not equal wf05000-BranchCode
                       or f13400-Number-documento  not equal ws-Number-contrato-entrega
                       or f13400-Series-documento  not equal ws-Series-contrato-entrega

                 if   f13400-qtde-entregue less f13400-qtde-faturada
                      set  ws-contrato-saldo-pendente to true
                 end-if

                 perform 9000-Read_Yomu-pd13400-nex
            end-perform

            initialize                             f13300-Contrato_Entrega_Futura
            move wf05000-CompanyCode                to f13300-CompanyCode
            move wf05000-BranchCode                 to f13300-BranchCode
            move ws-Number-contrato-entrega         to f13300-Number-documento
            move ws-Series-contrato-entrega         to f13300-Series-documento
            perform 9000-Read_Yomu-pd13300-ran
            if   not ws-OperationOK
                 string "読み取りエラー f13300-Contrato_Entrega_Futura - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  wf05000-Value-total-produtos       to f13300-Value-entregue
            move ws-data-inv                        to f13300-data-ultima-remessa
            if   ws-contrato-saldo-quitado
                 set  f13300-contrato-encerrado     to true
                 move ws-data-inv                   to f13300-data-encerramento
            end-if
            perform 9000-Rewrite_Kakinaosu-pd13300
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f13300-Contrato_Entrega_Futura - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            if   ws-contrato-saldo-quitado
                 string "Contrato de entrega futura [" ws-Number-contrato-entrega "/" ws-Series-contrato-entrega "] totalmente entregue e encerrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Embalagem retornavel enviada com CFOP de remessa de vasilhame fica
      *> em poder do cliente ate o retorno (CS30055C)
       9000-gravar-remessa-embalagem section.

            initialize                             nfe
            start arq-nfe key is greater nfe-Seq
            read arq-nfe next
            perform until not ws-OperationOK

                 if   nfe-cfop(2:3) equal "920"
                      initialize                    lw-Embalagem
                      move "C"                      to lw-Type-parceiro-embalagem
                      move wf05000-cd-destinatario  to lw-cd-parceiro-embalagem
                      move nfe-cd-Merchandise_Shohin to lw-ProductCode-embalagem
                      set  lw-remessa-embalagem     to true
                      move nfe-Qty-Merchandise_Shohin to lw-qtde-embalagem
                      move wf05000-data-operacao    to lw-data-movimento-embalagem
                      move wf05000-Type-nota        to lw-Type-nota-embalagem
                      move wf05000-Number-documento to lw-Number-documento-embalagem
                      move wf05000-Series-documento to lw-Series-documento-embalagem
                      move nfe-cfop                 to lw-cfop-embalagem
                      call c-movimento-embalagem using lnk-par lw-Embalagem
                      cancel c-movimento-embalagem

                      if   not lw-embalagem-registrada
                           string "Remessa de embalagem nao registrada - Product_Seihin [" nfe-cd-Merchandise_Shohin "]" into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if

                 read arq-nfe next
            end-perform

       exit.

      *>=================================================================================
       9000-descarregar-itens-nfe section.

                move nfe-cd-Merchandise_Shohin             to ws-Code-Product_Seihin
                move nfe-Qty-Merchandise_Shohin     to ws-qtde-Product_Seihin
                
                *> Simples faturamento: sem baixa e sem custo, que ficam
                *> com as remessas de entrega futura
                if   ws-simples-faturamento
                     move zeros                    to wf05100-custo-unitario
                else
                     perform 9000-Exit_Deguchi-Stock_Zaiko

                     *> Congela o custo medio vigente na emisso: depois da venda
                     *> o f06000-custo-medio continua se movendo e a margem real
                     *> da nota seria perdida. Para kit, o custo  a soma dos
                     *> componentes apurada na baixa da estrutura
                     if   ws-Product-e-kit
                          move ws-custo-kit-unitario    to wf05100-custo-unitario
                     else
                          move f06000-custo-medio       to wf05100-custo-unitario
                     end-if
                end-if

                move nfe-cd-unidade-medida         to wf05100-cd-unidade-medida
                compute wf05100-Value-ipi rounded =
                        wf05100-base-icms * wf05100-aliq-ipi / 100

                *> Exportacao: imunidade de ICMS, IPI e IBS/CBS (base zerada)
                if   ws-venda-exportacao
                     move zeros                    to wf05100-base-icms
                                                      wf05100-Value-icms
                                                      wf05100-Value-ipi
                                                      wf05100-aliq-icms
                                                      wf05100-aliq-ipi
                end-if

                *> IBS/CBS da reforma tributaria sobre a mesma base ajustada
                perform 9000-calcula-ibs-cbs-item

                *> Acumular Total NF-e
                add  wf05100-Value-total           to wf05000-Value-total
                                                       wf05000-Value-total-produtos
                add  wf05100-Value-ipi             to wf05000-Value-ipi

                *> Substituio tributaria calculada no fechamento do item
                if   ws-venda-mercado-interno
                     add  nfe-base-icms-st         to wf05000-base-icms-st
                     add  nfe-Value-icms-st        to wf05000-Value-icms-st
                end-if

                add  wf05100-base-ibs-cbs          to wf05000-base-ibs-cbs
                add  wf05100-Value-ibs             to wf05000-Value-ibs
                add  wf05100-Value-cbs             to wf05000-Value-cbs

                perform 9000-item-Invoice_Seikyusho
                
            end-if

            display frm-cliente

            if   f-pessoa-estrangeira
                 display f01400-id-estrangeiro at line 19 col 34
            end-if
       
       exit.          

       copy CSP00900.cpy. *> Padro
       copy CSP05000.cpy.
       copy CSP05100.cpy.
       copy CSP03300.cpy.

      *>=================================================================================
       9000-monta-Desc-Type-pessoa section.
                when f-pessoa-juridica
                    move "JURIDICA"                to f-ds-Type-pessoa
                    perform 8000-Screen_Gamen-cliente
                when f-pessoa-estrangeira
                    move "ESTRANGEIRA"             to f-ds-Type-pessoa
                    perform 8000-Screen_Gamen-cliente
                when other
                    move "Invalid_Mukou"                to f-ds-Type-pessoa
                    perform 8000-Screen_Gamen-cliente
            move lk-City_Shichoson                      to f-City_Shichoson
            move lk-uf                             to f-uf
            move lk-Country_Kuni                           to f-CountryName

            *> Cliente do exterior: Endereco livre e pais do cadastro
            if   f-pessoa-estrangeira
                 move f01400-Address-exterior       to f-Address_Jusho
                 move f01400-City-exterior          to f-City_Shichoson
                 move "EX"                          to f-uf
                 initialize                         f00200-Country_Kuni
                 move lnk-CompanyCode               to f00200-CompanyCode
                 move lnk-BranchCode                to f00200-BranchCode
                 move f01400-cd-pais                to f00200-CountryID
                 perform 9000-Read_Yomu-pd00200-ran
                 if   ws-OperationOK
                      move f00200-CountryName       to f-CountryName
                 end-if
            end-if
            move f01400-nr-Address_Jusho                to f-nr-Address_Jusho                                
            move f01400-PhoneNum-1              to f-PhoneNum-1              
            move f01400-PhoneNum-2              to f-PhoneNum-2              

            set ws-Product_Seihin-indisponivel-Stock_Zaiko to true

            *> Simples faturamento de entrega futura no reserva nem baixa
            *> Stock_Zaiko: a mercadoria sai nas remessas do contrato
            if   ws-simples-faturamento
                 set ws-Product_Seihin-disponivel-Stock_Zaiko to true
                 exit section
            end-if

            *> Kit comercial: a disponibilidade e a reserva recaem sobre os
            *> componentes da estrutura, no sobre o proprio kit
            perform 9000-identifica-kit
      *>=================================================================================
       9000-libera-reserva-Stock_Zaiko section.

            if   ws-simples-faturamento
                 exit section
            end-if

            perform 9000-identifica-kit
            if   ws-Product-e-kit
                 perform 9000-libera-reserva-kit
      *>=================================================================================
      *> 読み取り

       copy CSR00200.cpy.
       copy CSR00700.cpy.
       copy CSR01400.cpy.
       copy CSR01800.cpy.
       copy CSR10400.cpy.
       copy CSR10550.cpy.
       copy CSR10700.cpy.
       copy CSR18800.cpy.
       copy CSR10900.cpy.
       copy CSR10950.cpy.
       copy CSR00800.cpy.
       copy CSR11300.cpy.
       copy CSR13300.cpy.
       copy CSR13400.cpy.
       copy CSR13500.cpy.
       copy CSR13600.cpy.
       copy CSR18100.cpy.
       copy CSR18400.cpy.
       copy CSR06500.cpy.
