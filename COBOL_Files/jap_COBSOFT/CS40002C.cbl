       copy CSS10200.cpy.
       copy CSS10950.cpy.
       copy CSS11500.cpy.
       copy CSS13100.cpy.
       copy CSS13200.cpy.
       copy CSS13500.cpy.
       copy CSS13600.cpy.

      *>=================================================================================
       data division.
       copy CSF10200.cpy.
       copy CSF10950.cpy.
       copy CSF11500.cpy.
       copy CSF13100.cpy.
       copy CSF13200.cpy.
       copy CSF13500.cpy.
       copy CSF13600.cpy.

      *>=================================================================================
       working-storage section.

       78   c-serie-nota-entrada                   value 902.
       78   c-alocacao-backorder                   value "CS40006S".
       78   c-xml-nfe                              value "CS00107S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW13900.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
               05 ws-numero-serie                  pic x(20).
               05 ws-serie-idx                     pic 9(05).
               05 ws-qtde-series                   pic 9(05).
            03 ws-Parameters-importacao.
               05 ws-id-importacao                 pic x(01).
                  88 ws-nota-importacao                value "S".
                  88 ws-nota-nacional                  value "N".
               05 ws-custo-importacao-item         pic 9(09)v9(02).
               05 ws-custo-unitario-entrada        pic 9(09)v9(02).
               05 ws-ii-acumulado                  pic 9(09)v9(02).
               05 ws-aduaneiro-acumulado           pic 9(09)v9(02).
               05 ws-afrmm-rateado-acum            pic 9(09)v9(02).
               05 ws-siscomex-rateado-acum         pic 9(09)v9(02).
               05 ws-residuo-despesas-aduaneiras   pic 9(09)v9(02).
            03 ws-Parameters-intercompany.
               05 ws-id-espelho                    pic x(01).
                  88 ws-espelho-encontrado             value "S".
                  88 ws-espelho-ausente                value "N".
               05 ws-id-itens-espelho              pic x(01).
                  88 ws-itens-espelho-validos          value "S".
                  88 ws-itens-espelho-invalidos        value "N".
               05 ws-Value-espelho-x               pic zzz.zzz.zz9,99.

       01   lk-Parameters-nfe.
            03 lk-Number-documento                 pic 9(09).
            03 lk-Series-documento                  pic 9(03).
            03 lk-Type-nota                        pic 9(02).
            03 lk-id-Type-operacao                 pic x(01).
               88 lk-nota-entrada                      value "E".

       01   f-Recebimento.
            03 f-cd-fornecedor                     pic 9(09).
            perform 9000-Open_Akeru-io-pd10200
            perform 9000-Open_Akeru-i-pd10950
            perform 9000-Open_Akeru-io-pd11500
            perform 9000-Open_Akeru-io-pd13100
            perform 9000-Open_Akeru-io-pd13200
            perform 9000-Open_Akeru-io-pd13500
            perform 9000-Open_Akeru-i-pd13600

            move zeros                             to ws-ArmazemCode-Padrao
            initialize                             f00700-Company_Kaisha
            evaluate wf-Option_Opushon
                when 01
                     perform 2100-Receber
                when 02
                     perform 2100-Receber-intercompany
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                 exit section
            end-if

            *> Nota de entrada propria de importacao: a DI/DUIMP  capturada
            *> antes dos itens para ratear AFRMM e Siscomex no custo
            set  ws-nota-nacional                  to true
            move "Nota de importacao com DI/DUIMP? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   ws-MessageOptionYes
                 perform 2150-declaracao-importacao
                 if   ws-nota-nacional
                      exit section
                 end-if
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

                                                      f05000-Value-total-produtos
            add  ws-total-custos-acessorios        to f05000-Value-total

            *> II, AFRMM e Siscomex integram o Value da nota de importacao;
            *> o residuo do rateio das despesas aduaneiras entra no rateio
            *> dos custos acessorios
            if   ws-nota-importacao
                 perform 9000-fecha-declaracao-importacao
                 add  f05000-Value-importacao       to f05000-Value-total
                 add  ws-residuo-despesas-aduaneiras to ws-total-custos-acessorios
            end-if

            *> O rateio corre para todos os itens da nota: itens com o
            *> Stock_Zaiko ainda no postado (bloqueio de tolerancia ou
            *> quarentena) guardam a sua parcela no proprio registro e a
                 exit section
            end-if

            if   ws-nota-importacao
                 perform 9000-gravar-declaracao-importacao
            end-if

            if   f-Number-pedido greater zeros
                 perform 9000-Update_Koushin-status-pedido
            end-if
                 perform 9000-gravar-Contas_Pagar
            end-if

            *> Nota de importacao  emitida pela propria Filial: gera o XML
            *> com o grupo DI e entra na fila de transmissao
            if   ws-nota-importacao
                 initialize                         lk-Parameters-nfe
                 move f05000-Number-documento       to lk-Number-documento
                 move c-serie-nota-entrada          to lk-Series-documento
                 move 00                            to lk-Type-nota
                 set  lk-nota-entrada               to true
                 move lk-Parameters-nfe             to lnk-Line_Gyou-comando
                 call c-xml-nfe using lnk-par
                 cancel c-xml-nfe
            end-if

            string "Nota de Entrada [" f-Number-documento "/" f-Series-documento "] registrada com sucesso!" into ws-Message_Messeji
            perform 9000-Message_Messeji


       exit.

      *>=================================================================================
      *> Nota de venda de outra Company_Kaisha do grupo: os itens, Values e a
      *> chave de acesso vm do espelho gerado na emissao (CS30003C); o
      *> recebedor so confirma o armazem e lanca a entrada
       2100-Receber-intercompany section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-documento greater zeros or ws-tecla-Cancela
                 accept f-Number-documento at line 13 col 34 with update auto-skip
            end-perform

            perform until f-Series-documento <> spaces or ws-tecla-Cancela
                 accept f-Series-documento at line 13 col 59 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            set  ws-espelho-ausente                to true
            initialize                             f13500-Espelho_Intercompany
            move lnk-CompanyCode                    to f13500-CompanyCode
            move lnk-BranchCode                     to f13500-BranchCode
            move f-Number-documento                 to f13500-Number-documento-origem
            move f-Series-documento                 to f13500-Series-documento-origem
            move zeros                              to f13500-CompanyCode-origem
                                                       f13500-BranchCode-origem
            perform 9000-str-pd13500-nlss
            perform 9000-Read_Yomu-pd13500-nex
            perform until not ws-OperationOK
                       or f13500-CompanyCode             not equal lnk-CompanyCode
                       or f13500-BranchCode              not equal lnk-BranchCode
                       or f13500-Number-documento-origem not equal f-Number-documento
                       or f13500-Series-documento-origem not equal f-Series-documento

                 if   f13500-espelho-pendente
                      set  ws-espelho-encontrado    to true
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd13500-nex
            end-perform

            if   ws-espelho-ausente
                 string "Nota intercompany pendente no encontrada! [" f-Number-documento "/" f-Series-documento "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f13500-cnpj-emitente               to f01900-cgc
            perform 9000-Read_Yomu-pd01900-ran-1
            if   not ws-OperationOK
                 string "Company_Kaisha emitente no cadastrada como Fornecedor! [" f13500-cnpj-emitente "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f01900-cd-fornecedor               to f-cd-fornecedor
            move f01900-razao-social                to f-razao-social
            perform 8000-Screen_Gamen

            perform 9000-verifica-duplicidade-fornecedor
            if   ws-documento-duplicado
                 string "Nota [" f-Number-documento "/" f-Series-documento "] j registrada para este Fornecedor!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Os codigos de Product_Seihin so compartilhados pelo grupo;
            *> um item sem cadastro na Filial impede o lancamento inteiro
            perform 9000-valida-itens-espelho
            if   ws-itens-espelho-invalidos
                 exit section
            end-if

            move ws-ArmazemCode-Padrao              to f-ArmazemCode
            perform until exit
                 accept f-ArmazemCode at line 15 col 59 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 initialize                        f03600-armazem
                 move lnk-CompanyCode               to f03600-CompanyCode
                 move lnk-BranchCode                to f03600-BranchCode
                 move f-ArmazemCode                to f03600-ArmazemCode
                 perform 9000-Read_Yomu-pd03600-ran
                 if   ws-OperationOK
                 and  f03600-armazem-Active_Akutibu
                      exit perform
                 end-if
                 string "Armazem Invalid_Mukou ou inativo! [" f-ArmazemCode "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

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

            move f13500-Value-total                 to ws-Value-espelho-x
            string "Lancar a nota intercompany de " ws-Value-espelho-x " no armazem [" f-ArmazemCode "]? [S/N]" into ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  ws-nota-nacional                  to true
            move zeros                             to f-Number-pedido

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            move c-serie-nota-entrada              to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move 00                                to f05000-Type-nota
            move lnk-Number-documento              to f05000-Number-documento
            move c-serie-nota-entrada              to f05000-Series-documento
            move f-Number-documento                to f05000-Number-documento-origem
            move f-Series-documento                 to f05000-Series-documento-origem
            move f-cd-fornecedor                    to f05000-cd-destinatario
            move ws-data-inv                       to f05000-data-operacao
            move ws-Hours(01:06)                   to f05000-horario-operacao
            move function numval(lnk-UserID)       to f05000-UserID-operacao
            move f13500-chave-acesso                to f05000-chave-acesso
            move f13500-base-icms                   to f05000-base-icms
            move f13500-Value-icms                  to f05000-Value-icms
            move f13500-Value-ipi                   to f05000-Value-ipi
            if   f13500-espelho-bonificacao
                 set  f05000-nota-bonificacao       to true
            end-if
            set  f05000-nota-emitida               to true

            move zeros                             to ws-Seq-item
                                                      ws-Value-total-nota
            set  ws-recebimento-liberado           to true

            perform 2200-itens-intercompany

            if   ws-Seq-item equal zeros
                 move "No foram lancados itens da nota intercompany!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f13500-Value-frete                 to f05000-Value-frete
            move f13500-Value-seguro                to f05000-Value-seguro
            move f13500-Value-outras-despesas       to f05000-Value-outras-despesas
            compute ws-total-custos-acessorios =
                    f13500-Value-frete
                    + f13500-Value-seguro
                    + f13500-Value-outras-despesas

            *> O Value total  o da nota emitida, para que o titulo a pagar
            *> feche com o titulo a receber da Company_Kaisha de origem
            move ws-Value-total-nota               to f05000-Value-total-produtos
            move f13500-Value-total                 to f05000-Value-total

            if   ws-total-custos-acessorios greater zeros
                 perform 9000-rateia-custos-acessorios
            end-if

            perform 9000-Write_Kaku-pd05000
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05000-mestre-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   not f05000-nota-bonificacao
                 perform 9000-gravar-Contas_Pagar
            end-if

            set  f13500-espelho-lancado             to true
            move f-cd-fornecedor                    to f13500-cd-fornecedor
            move f05000-Number-documento            to f13500-Number-documento-entrada
            move f05000-Series-documento            to f13500-Series-documento-entrada
            move f05000-data-operacao               to f13500-data-lancamento
            move f05000-Value-total                 to f13500-Value-lancado
            move function numval(lnk-UserID)       to f13500-UserID-lancamento
            perform 9000-Rewrite_Kakinaosu-pd13500
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f13500-Espelho_Intercompany - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            string "Nota de Entrada intercompany [" f-Number-documento "/" f-Series-documento "] registrada com sucesso!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-itens-intercompany section.

            initialize                             f13600-Item_Espelho_Intercompany
            move f13500-CompanyCode                 to f13600-CompanyCode
            move f13500-BranchCode                  to f13600-BranchCode
            move f13500-Number-documento-origem     to f13600-Number-documento-origem
            move f13500-Series-documento-origem     to f13600-Series-documento-origem
            move f13500-CompanyCode-origem          to f13600-CompanyCode-origem
            move f13500-BranchCode-origem           to f13600-BranchCode-origem
            move zeros                              to f13600-Seq
            perform 9000-str-pd13600-grt
            perform 9000-Read_Yomu-pd13600-nex
            perform until not ws-OperationOK
                       or f13600-CompanyCode             not equal f13500-CompanyCode
                       or f13600-BranchCode              not equal f13500-BranchCode
                       or f13600-Number-documento-origem not equal f13500-Number-documento-origem
                       or f13600-Series-documento-origem not equal f13500-Series-documento-origem
                       or f13600-CompanyCode-origem      not equal f13500-CompanyCode-origem
                       or f13600-BranchCode-origem       not equal f13500-BranchCode-origem

                 move f13600-ProductCode            to f-ProductCode
                 move f13600-qtde                   to ws-qtde-recebida
                                                       f-qtde-recebida
                 move f13600-Value-unitario         to ws-Value-unitario-item
                                                       ws-custo-unitario-entrada
                                                       f-Value-unitario
                 move zeros                         to ws-custo-importacao-item

                 initialize                         f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move f-ProductCode                 to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 move f01800-Desc-Product_Seihin     to f-Desc-Product_Seihin

                 add 1                              to ws-Seq-item

                 initialize                         f05100-item-Invoice_Seikyusho
                 move lnk-CompanyCode               to f05100-CompanyCode
                 move lnk-BranchCode                to f05100-BranchCode
                 move 00                            to f05100-Type-nota
                 move f05000-Number-documento       to f05100-Number-documento
                 move f05000-Series-documento        to f05100-Series-documento
                 move f-cd-fornecedor               to f05100-cd-destinatario
                 move ws-Seq-item                   to f05100-Seq
                 move f-ProductCode                 to f05100-cd-Merchandise_Shohin
                 move f13600-cd-unidade-medida      to f05100-cd-unidade-medida
                 move ws-qtde-recebida              to f05100-Qty-Merchandise_Shohin
                 move ws-Value-unitario-item        to f05100-Value-unitario
                 move f13600-Value-total            to f05100-Value-total
                 move f13600-base-icms              to f05100-base-icms
                 move f13600-aliq-icms              to f05100-aliq-icms
                 move f13600-Value-icms             to f05100-Value-icms
                 move f13600-aliq-ipi               to f05100-aliq-ipi
                 move f13600-Value-ipi              to f05100-Value-ipi

                 perform 9000-Write_Kaku-pd05100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f05100-item-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform
                 end-if

                 add f05100-Value-total             to ws-Value-total-nota
                 move f05100-Value-total            to f-Value-total
                 perform 8000-Screen_Gamen

                 perform 9000-Entrada-Stock_Zaiko

                 perform 9000-Read_Yomu-pd13600-nex
            end-perform

       exit.

      *>=================================================================================
       9000-valida-itens-espelho section.

            set  ws-itens-espelho-validos          to true

            initialize                             f13600-Item_Espelho_Intercompany
            move f13500-CompanyCode                 to f13600-CompanyCode
            move f13500-BranchCode                  to f13600-BranchCode
            move f13500-Number-documento-origem     to f13600-Number-documento-origem
            move f13500-Series-documento-origem     to f13600-Series-documento-origem
            move f13500-CompanyCode-origem          to f13600-CompanyCode-origem
            move f13500-BranchCode-origem           to f13600-BranchCode-origem
            move zeros                              to f13600-Seq
            perform 9000-str-pd13600-grt
            perform 9000-Read_Yomu-pd13600-nex
            perform until not ws-OperationOK
                       or f13600-CompanyCode             not equal f13500-CompanyCode
                       or f13600-BranchCode              not equal f13500-BranchCode
                       or f13600-Number-documento-origem not equal f13500-Number-documento-origem
                       or f13600-Series-documento-origem not equal f13500-Series-documento-origem
                       or f13600-CompanyCode-origem      not equal f13500-CompanyCode-origem
                       or f13600-BranchCode-origem       not equal f13500-BranchCode-origem

                 initialize                         f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move f13600-ProductCode            to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   not ws-OperationOK
                      set  ws-itens-espelho-invalidos to true
                      string "Product_Seihin da nota intercompany no cadastrado! [" f13600-ProductCode "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd13600-nex
            end-perform

       exit.

      *>=================================================================================
      *> Declaracao de Importacao (DI) ou DUIMP da nota de entrada propria:
      *> desembaraco, cotacao e as despesas aduaneiras rateadas nos itens
       2150-declaracao-importacao section.

            initialize                             f13100-Declaracao_Importacao
            move zeros                             to ws-ii-acumulado
                                                      ws-aduaneiro-acumulado
                                                      ws-afrmm-rateado-acum
                                                      ws-siscomex-rateado-acum
                                                      ws-residuo-despesas-aduaneiras

            display "Tipo DI/DUIMP[D/U]:" at line 23 col 10
            perform until f13100-declaracao-di
                       or f13100-declaracao-duimp
                       or ws-tecla-Cancela
                 accept f13100-Type-declaracao at line 23 col 30 with update auto-skip
            end-perform

            display "Number DI/DUIMP...:" at line 23 col 45
            perform until f13100-Number-di <> spaces or ws-tecla-Cancela
                 accept f13100-Number-di at line 23 col 65 with update auto-skip
            end-perform

            display "Data Registro.....:" at line 25 col 10
            perform until f13100-data-di greater zeros or ws-tecla-Cancela
                 accept f13100-data-di at line 25 col 30 with update auto-skip
            end-perform

            display "Data Desembaraco..:" at line 25 col 45
            perform until f13100-data-desembaraco greater zeros or ws-tecla-Cancela
                 accept f13100-data-desembaraco at line 25 col 65 with update auto-skip
            end-perform

            display "Local Desembaraco.:" at line 27 col 10
            perform until f13100-local-desembaraco <> spaces or ws-tecla-Cancela
                 accept f13100-local-desembaraco at line 27 col 30 with update auto-skip
            end-perform

            display "UF Desembaraco....:" at line 29 col 10
            perform until f13100-uf-desembaraco <> spaces or ws-tecla-Cancela
                 accept f13100-uf-desembaraco at line 29 col 30 with update auto-skip
            end-perform

            *> Via de transporte internacional (1 maritima ... 13 outras)
            display "Via Transporte....:" at line 29 col 45
            perform until (f13100-via-transporte greater zeros
                       and f13100-via-transporte not greater 13)
                       or ws-tecla-Cancela
                 accept f13100-via-transporte at line 29 col 65 with update auto-skip
            end-perform

            *> Forma de importacao: 1 conta propria, 2 conta e ordem, 3 encomenda
            display "Intermediacao.....:" at line 31 col 10
            perform until (f13100-Type-intermedio greater zeros
                       and f13100-Type-intermedio not greater 3)
                       or ws-tecla-Cancela
                 accept f13100-Type-intermedio at line 31 col 30 with update auto-skip
            end-perform

            display "Moeda.............:" at line 31 col 45
            perform until f13100-cd-moeda greater zeros or ws-tecla-Cancela
                 accept f13100-cd-moeda at line 31 col 65 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Sugere a cotacao vigente na data de registro da declaracao
            initialize                             f10950-Cotacao
            move lnk-CompanyCode                    to f10950-CompanyCode
            move lnk-BranchCode                     to f10950-BranchCode
            move f13100-cd-moeda                    to f10950-cd-moeda
            move f13100-data-di                     to f10950-data-cotacao
            perform 9000-str-pd10950-ngrt
            perform 9000-Read_Yomu-pd10950-pre
            if   ws-OperationOK
            and  f10950-CompanyCode equal lnk-CompanyCode
            and  f10950-BranchCode  equal lnk-BranchCode
            and  f10950-cd-moeda    equal f13100-cd-moeda
                 move f10950-taxa-cambio            to f13100-taxa-cambio
            end-if

            display "Taxa Cambio.......:" at line 33 col 10
            perform until f13100-taxa-cambio greater zeros or ws-tecla-Cancela
                 accept f13100-taxa-cambio at line 33 col 30 with update auto-skip
            end-perform

            display "Value Aduaneiro...:" at line 33 col 45
            perform until f13100-Value-aduaneiro greater zeros or ws-tecla-Cancela
                 accept f13100-Value-aduaneiro at line 33 col 65 with update auto-skip
            end-perform

            display "Value AFRMM.......:" at line 35 col 10
            accept f13100-Value-afrmm at line 35 col 30 with update auto-skip
            display "Taxa Siscomex.....:" at line 35 col 45
            accept f13100-Value-siscomex at line 35 col 65 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  ws-nota-importacao                to true

       exit.

      *>=================================================================================
       2200-itens-recebimento section.

                      exit perform
                 end-if

                 *> Item importado: adicao da DI com II e a parcela de AFRMM
                 *> e Siscomex, que compoem o custo unitario da entrada
                 move zeros                         to ws-custo-importacao-item
                 if   ws-nota-importacao
                      perform 2250-adicao-importacao
                      if   ws-tecla-Cancela
                           exit perform
                      end-if
                 end-if

                 compute ws-custo-unitario-entrada rounded =
                         ws-Value-unitario-item
                         + (ws-custo-importacao-item / ws-qtde-recebida)

                 *> Confronto de quantidade e preco com o Pedido de Compra
                 *> dentro das tolerancias configuradas na Filial
                 set  ws-item-dentro-tolerancia     to true
                      exit perform
                 end-if

                 if   ws-nota-importacao
                      perform 9000-gravar-adicao-importacao
                 end-if

                 add f05100-Value-total             to ws-Value-total-nota
                 move f05100-Value-total            to f-Value-total


       exit.

      *>=================================================================================
      *> Adicao da DI do item: Value aduaneiro, II e tributos da importacao;
      *> AFRMM e Siscomex so rateados pelo Value aduaneiro da declaracao
       2250-adicao-importacao section.

            initialize                             f13200-Adicao_Importacao
            compute f13200-Value-aduaneiro =
                    ws-qtde-recebida * ws-Value-unitario-item

            display "Adicao / Seq......:" at line 23 col 10
            perform until f13200-nr-adicao greater zeros or ws-tecla-Cancela
                 accept f13200-nr-adicao at line 23 col 30 with update auto-skip
            end-perform
            perform until f13200-seq-adicao greater zeros or ws-tecla-Cancela
                 accept f13200-seq-adicao at line 23 col 36 with update auto-skip
            end-perform

            display "Value Aduaneiro...:" at line 23 col 45
            accept f13200-Value-aduaneiro at line 23 col 65 with update auto-skip
            perform until f13200-Value-aduaneiro greater zeros or ws-tecla-Cancela
                 accept f13200-Value-aduaneiro at line 23 col 65 with update auto-skip
            end-perform

            display "Aliquota II.......:" at line 25 col 10
            accept f13200-aliq-ii at line 25 col 30 with update auto-skip

            compute f13200-Value-ii rounded =
                    f13200-Value-aduaneiro * f13200-aliq-ii / 100
            display "Value II..........:" at line 25 col 45
            accept f13200-Value-ii at line 25 col 65 with update auto-skip

            display "Value IPI Import..:" at line 27 col 10
            accept f13200-Value-ipi-importacao at line 27 col 30 with update auto-skip
            display "Value PIS Import..:" at line 27 col 45
            accept f13200-Value-pis-importacao at line 27 col 65 with update auto-skip
            display "Value COFINS Imp..:" at line 29 col 10
            accept f13200-Value-cofins-importacao at line 29 col 30 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            compute f13200-Value-moeda-item rounded =
                    f13200-Value-aduaneiro / f13100-taxa-cambio

            *> Parcela proporcional das despesas aduaneiras; o acumulado
            *> nunca ultrapassa o total da declaracao
            compute f13200-Value-afrmm-rateio rounded =
                    f13100-Value-afrmm * f13200-Value-aduaneiro
                    / f13100-Value-aduaneiro
            if   (ws-afrmm-rateado-acum + f13200-Value-afrmm-rateio) greater f13100-Value-afrmm
                 compute f13200-Value-afrmm-rateio =
                         f13100-Value-afrmm - ws-afrmm-rateado-acum
            end-if

            compute f13200-Value-siscomex-rateio rounded =
                    f13100-Value-siscomex * f13200-Value-aduaneiro
                    / f13100-Value-aduaneiro
            if   (ws-siscomex-rateado-acum + f13200-Value-siscomex-rateio) greater f13100-Value-siscomex
                 compute f13200-Value-siscomex-rateio =
                         f13100-Value-siscomex - ws-siscomex-rateado-acum
            end-if

            add  f13200-Value-afrmm-rateio          to ws-afrmm-rateado-acum
            add  f13200-Value-siscomex-rateio       to ws-siscomex-rateado-acum
            add  f13200-Value-ii                    to ws-ii-acumulado
            add  f13200-Value-aduaneiro             to ws-aduaneiro-acumulado

            compute ws-custo-importacao-item =
                    f13200-Value-ii
                    + f13200-Value-afrmm-rateio
                    + f13200-Value-siscomex-rateio

       exit.

      *>=================================================================================
      *> Cotacao da data do recebimento aplicada ao preo do item do Pedido
      *> em moeda estrangeira; a sugestao pode ser sobreposta na digitacao
            move f07100-qtde-pedida                 to f09850-qtde-pedida
            move f07100-Value-unitario              to f09850-Value-unitario-pedido
            move ws-motivo-bloqueio-item            to f09850-motivo-bloqueio
            move ws-custo-importacao-item           to f09850-Value-custos-acessorios
            set  f09850-item-bloqueado              to true
            move ws-data-inv                        to f09850-data-bloqueio


            set  ws-documento-inedito              to true

            *> Somente os documentos do fornecedor, pelo destinatario (chave-1)
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move f-cd-fornecedor                    to f05000-cd-destinatario
            move zeros                              to f05000-data-operacao
            perform 9000-str-pd05000-nlss-1
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode      not equal lnk-CompanyCode
                       or f05000-cd-destinatario not equal f-cd-fornecedor

                 if   f05000-BranchCode equal lnk-BranchCode
                 and  f05000-nota-entrada
                 and  f05000-Number-documento-origem equal f-Number-documento
                 and  f05000-Series-documento-origem  equal f-Series-documento
                      set ws-documento-duplicado    to true
            if   (f06000-qtde-disponivel + ws-qtde-recebida) greater zeros
                 compute f06000-custo-medio rounded =
                         ((f06000-qtde-disponivel * f06000-custo-medio)
                          + (ws-qtde-recebida * ws-Value-unitario-item)
                          + ws-custo-importacao-item)
                         / (f06000-qtde-disponivel + ws-qtde-recebida)
            else
                 move ws-custo-unitario-entrada   to f06000-custo-medio
            end-if

            add  ws-qtde-recebida                 to f06000-qtde-disponivel
            move f-cd-fornecedor                    to f11500-cd-fornecedor
            move ws-qtde-recebida                   to f11500-qtde-quarentena
            move ws-Value-unitario-item             to f11500-Value-unitario
            move ws-custo-importacao-item           to f11500-Value-custos-acessorios
            move ws-data-inv                        to f11500-data-entrada
            set  f11500-em-quarentena               to true

            move ws-qtde-reservada-anterior                   to f06500-qtde-reservada-anterior
            move f06000-qtde-reservada                        to f06500-qtde-reservada-nova
            move ws-motivo-movimento                          to f06500-motivo-movimento
            move ws-custo-unitario-entrada                    to f06500-custo-unitario

            perform 9000-Write_Kaku-pd06500
            if   not ws-OperationOK

       exit.

      *>=================================================================================
       9000-gravar-adicao-importacao section.

            move lnk-CompanyCode                    to f13200-CompanyCode
            move lnk-BranchCode                     to f13200-BranchCode
            move f05000-Number-documento            to f13200-Number-documento
            move f05000-Series-documento             to f13200-Series-documento
            move ws-Seq-item                        to f13200-Seq
            move f-ProductCode                      to f13200-ProductCode

            perform 9000-Write_Kaku-pd13200
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f13200-Adicao_Importacao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Totais da declaracao: II somado das adicoes, Value aduaneiro
      *> conferido contra o informado e residuo das despesas aduaneiras
       9000-fecha-declaracao-importacao section.

            compute ws-residuo-despesas-aduaneiras =
                    (f13100-Value-afrmm    - ws-afrmm-rateado-acum)
                    + (f13100-Value-siscomex - ws-siscomex-rateado-acum)

            if   ws-aduaneiro-acumulado not equal f13100-Value-aduaneiro
                 move "Value aduaneiro dos itens difere da DI - assumido o total das adicoes!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move ws-aduaneiro-acumulado        to f13100-Value-aduaneiro
            end-if

            move ws-ii-acumulado                    to f13100-Value-ii

            compute f05000-Value-importacao =
                    f13100-Value-ii
                    + f13100-Value-afrmm
                    + f13100-Value-siscomex

       exit.

      *>=================================================================================
       9000-gravar-declaracao-importacao section.

            move lnk-CompanyCode                    to f13100-CompanyCode
            move lnk-BranchCode                     to f13100-BranchCode
            move f05000-Number-documento            to f13100-Number-documento
            move f05000-Series-documento             to f13100-Series-documento
            move f-cd-fornecedor                    to f13100-cd-fornecedor
            move ws-data-inv                        to f13100-data-registro
            move function numval(lnk-UserID)        to f13100-UserID-registro

            perform 9000-Write_Kaku-pd13100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f13100-Declaracao_Importacao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-gravar-Contas_Pagar section.

            cancel c-proximo-dia-util
            move ws-Parameters-data-util           to f02600-data-vencimento

            *> Tributos e taxas da importacao so recolhidos no desembaraco
            *> e no compoem o titulo do Fornecedor
            compute f02600-Value-total =
                    f05000-Value-total - f05000-Value-importacao
            move zeros                             to f02600-Value-pago
            set  f02600-aberto                     to true

            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02600-Contas_Pagar - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            else
                 perform 9000-rateia-centro-padrao
            end-if

       exit.

      *>=================================================================================
      *> Titulo gerado sem digitacao: rateio integral no centro de custo
      *> padrao de compras da Filial (CS00126S)
       9000-rateia-centro-padrao section.

            initialize                             lw-Rateio
            move f02600-Type-nota                   to lw-Type-nota-rateio
            move f02600-Number-documento            to lw-Number-documento-rateio
            move f02600-Series-documento            to lw-Series-documento-rateio
            move f02600-cd-fornecedor               to lw-cd-fornecedor-rateio
            move f02600-data-emissao                to lw-data-emissao-rateio
            move f02600-Value-total                 to lw-Value-rateio
            call c-rateio-centro-padrao using lnk-par lw-Rateio
            cancel c-rateio-centro-padrao

            if   lw-rateio-sem-centro
                 move "Centro de custo padrao de compras no cadastrado - titulo sem rateio!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

                 if   f07100-ProductCode equal f-ProductCode
                      add ws-qtde-recebida          to f07100-qtde-recebida
                      *> Data e quantidade no prazo para a avaliacao de
                      *> pontualidade do Fornecedor (CS40024C)
                      move ws-data-inv              to f07100-data-ultimo-recebimento
                      if   ws-data-inv not greater f07100-data-entrega-prevista
                           add ws-qtde-recebida     to f07100-qtde-recebida-no-prazo
                      end-if
                      perform 9000-Rewrite_Kakinaosu-pd07100
                      if   not ws-OperationOK
                           string "Error_Eraa ao Rewrite_Kakinaosu f07100-item-Pedido_Compra - " ws-AccessResult into ws-Message_Messeji
            close pd10200
            close pd10950
            close pd11500
            close pd13100
            close pd13200
            close pd13500
            close pd13600

       exit.
      *>=================================================================================
       copy CSR10200.cpy.
       copy CSR10950.cpy.
       copy CSR11500.cpy.
       copy CSR13100.cpy.
       copy CSR13200.cpy.
       copy CSR13500.cpy.
       copy CSR13600.cpy.
