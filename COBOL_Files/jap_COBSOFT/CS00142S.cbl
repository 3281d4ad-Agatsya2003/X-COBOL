      $set sourceformat"free"
       program-id. CS00142S.
      *>=================================================================================
      *>
      *>      Extracao Noturna para Data Warehouse - Fatos e Dimensoes (BI)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS01400.cpy.
       copy CSS01800.cpy.
       copy CSS01900.cpy.
       copy CSS02400.cpy.
       copy CSS02450.cpy.
       copy CSS02600.cpy.
       copy CSS02900.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS08400.cpy.
       copy CSS19300.cpy.

            select arq-dw assign to disk wid-arq-dw
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-controle-dw assign to disk wid-arq-controle-dw
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF01400.cpy.
       copy CSF01800.cpy.
       copy CSF01900.cpy.
       copy CSF02400.cpy.
       copy CSF02450.cpy.
       copy CSF02600.cpy.
       copy CSF02900.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF08400.cpy.
       copy CSF19300.cpy.

       fd   arq-dw.

       01   rs-arq-dw                              pic x(500).

       fd   arq-controle-dw.

       01   rs-arq-controle-dw                     pic x(300).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00142S".
       78   c-ProgramDesc                   value "EXTRACAO PARA DATA WAREHOUSE".
       78   c-max-extratos                          value 15.
       78   c-anos-calendario-anteriores            value 5.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 wid-arq-dw                          pic x(200).
            03 wid-arq-controle-dw                 pic x(200).
            03 ws-nome-extrato                     pic x(30).
            03 ws-linha-dw                         pic x(500).
            03 ws-data-corte                       pic 9(08).
            03 ws-data-extracao                    pic 9(08).
            03 ws-horario-extracao                 pic 9(06).
            03 ws-modo-extracao                    pic x(01).
               88 ws-extracao-completa                 value "C".
               88 ws-extracao-incremental              value "I".
               88 ws-modo-valido                       value "C", "I".
            03 ws-id-selecao                       pic x(01).
               88 ws-registro-selecionado              value "S".
               88 ws-registro-ignorado                 value "N".
            03 ws-qtde-registros-extrato           pic 9(09).
            03 ws-qtde-registros-total             pic 9(09).
            03 ws-qtde-extratos                    pic 9(02).
            03 ws-ind-extrato                      pic 9(02).
            03 ws-tab-extratos.
               05 ws-ext-entrada occurs c-max-extratos.
                  07 ws-ext-nome                   pic x(30).
                  07 ws-ext-arquivo                pic x(200).
                  07 ws-ext-qtde                   pic 9(09).
            03 ws-custo-total                      pic s9(11)v9(04).
            03 ws-saldo                            pic s9(11)v9(02).
            03 ws-Value-estoque                    pic s9(13)v9(04).
            03 ws-dw-valor-1                       pic -9(13),99.
            03 ws-dw-valor-2                       pic -9(13),99.
            03 ws-dw-valor-3                       pic -9(13),99.
            03 ws-dw-qtde-1                        pic -9(11),9999.
            03 ws-dw-qtde-2                        pic -9(11),9999.
            03 ws-dw-qtde-3                        pic -9(11),9999.
            03 ws-dw-qtde-4                        pic -9(11),9999.
            03 ws-dw-data-1                        pic x(10).
            03 ws-dw-data-2                        pic x(10).
            03 ws-dw-data-3                        pic x(10).
            03 ws-dw-texto-1                       pic x(55).
            03 ws-dw-texto-2                       pic x(55).
            03 ws-dw-data-entrada                  pic 9(08).
            03 filler redefines ws-dw-data-entrada.
               05 ws-dw-ano                        pic 9(04).
               05 ws-dw-mes                        pic 9(02).
               05 ws-dw-dia                        pic 9(02).
            03 ws-dw-data-saida                    pic x(10).
            03 ws-cal-int                          pic 9(07).
            03 ws-cal-int-final                    pic 9(07).
            03 ws-cal-data-final                   pic 9(08).
            03 ws-cal-trimestre                    pic 9(01).
            03 ws-cal-dia-semana                   pic 9(01).

       01   f-Extracao.
            03 f-modo-extracao                     pic x(01).
            03 f-data-ultima-extracao              pic 9(08).
            03 f-data-corte                        pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Extracao.
            03 line 11 col 10   pic x(23) value "Modo (C/I)............:".
            03 line 11 col 34   pic x(01) from f-modo-extracao.
            03 line 11 col 44   pic x(60) value "C=Completa I=Incremental (alterados desde a ultima)".
            03 line 13 col 10   pic x(23) value "Ultima Extracao.......:".
            03 line 13 col 34   pic 9(08) from f-data-ultima-extracao.
            03 line 15 col 10   pic x(23) value "Movimento a partir de.:".
            03 line 15 col 34   pic 9(08) from f-data-corte.

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

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-i-pd02400
            perform 9000-Open_Akeru-i-pd02450
            perform 9000-Open_Akeru-i-pd02600
            perform 9000-Open_Akeru-i-pd02900
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-i-pd05100
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-i-pd08400
            perform 9000-Open_Akeru-io-pd19300

            move zeros                              to ws-qtde-extratos
            move zeros                              to ws-qtde-registros-total

            accept ws-data-extracao                from date yyyymmdd
            accept ws-Hours                        from time
            move ws-Hours(01:06)                    to ws-horario-extracao

       exit.

      *>=================================================================================
      *> Job noturno (CS00111S): o parametro do job escolhe COMPLETA ou
      *> INCREMENTAL; sem extracao anterior registrada a carga e completa
       2000-Processing_Shori section.

            initialize                             f19300-Controle_Extracao
            move lnk-CompanyCode                    to f19300-CompanyCode
            set  f19300-extracao-bi                 to true
            perform 9000-Read_Yomu-pd19300-ran
            if   ws-OperationOK
                 move f19300-data-ultima-extracao   to f-data-ultima-extracao
            else
                 move zeros                         to f-data-ultima-extracao
            end-if

            if   lnk-execucao-background
                 if   lnk-Line_Gyou-comando(01:08) equal "COMPLETA"
                      set  ws-extracao-completa     to true
                 else
                      set  ws-extracao-incremental  to true
                 end-if
            else
                 perform 2050-informa-modo
                 if   not ws-OperationOK
                      exit section
                 end-if
            end-if

            if   f-data-ultima-extracao equal zeros
                 set  ws-extracao-completa          to true
            end-if

            *> O dia da ultima extracao volta a ser lido: o que mudou
            *> depois do horario dela no mesmo dia tambem entra
            if   ws-extracao-completa
                 move zeros                         to ws-data-corte
            else
                 move f-data-ultima-extracao        to ws-data-corte
            end-if

            perform 2200-fato-vendas
            perform 2200-fato-estoque
            perform 2200-fato-estoque-consolidado
            perform 2200-fato-receber
            perform 2200-fato-recebimentos
            perform 2200-fato-pagar

            perform 2300-dim-cliente
            perform 2300-dim-produto
            perform 2300-dim-fornecedor
            perform 2300-dim-vendedor
            perform 2300-dim-filial
            perform 2300-dim-calendario

            perform 2400-grava-controle
            perform 2500-registra-extracao

            if   not lnk-execucao-background
                 string "Extracao concluida: " ws-qtde-extratos " arquivos, "
                        ws-qtde-registros-total " registros - controle em "
                        wid-arq-controle-dw into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2050-informa-modo section.

            perform 8000-ClearScreen

            move "00"                               to ws-AccessResult

            move "I"                                to f-modo-extracao
            perform with test after until ws-modo-valido
                 perform 8000-Screen_Gamen
                 accept f-modo-extracao at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
                 move function upper-case(f-modo-extracao) to f-modo-extracao
                 move f-modo-extracao               to ws-modo-extracao
            end-perform

            if   ws-extracao-incremental
                 move f-data-ultima-extracao        to f-data-corte
            else
                 move zeros                         to f-data-corte
            end-if
            perform 8000-Screen_Gamen

            move "Confirm_Kakunin extracao para o data warehouse? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Fato de vendas por item de nota de saida, com custo, desconto e
      *> vendedor; no incremental entram notas emitidas ou canceladas
      *> desde a data de corte
       2200-fato-vendas section.

            move "FATO_VENDAS"                      to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;TIPO_NOTA;NUMERO;SERIE;ITEM;DATA_EMISSAO;CLIENTE;VENDEDOR;PRODUTO;CFOP;QUANTIDADE;VALOR_UNITARIO;VALOR_TOTAL;VALOR_DESCONTO;CUSTO_UNITARIO;CUSTO_TOTAL;SITUACAO;DEVOLUCAO;BONIFICACAO;ENTREGA_FUTURA;INDUSTRIALIZACAO"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            perform 9000-str-pd05000-grt
            perform 9000-Read_Yomu-pd05000-nex

            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode

                 if   not f05000-nota-entrada
                      if   ws-extracao-completa
                      or   f05000-data-operacao     not less ws-data-corte
                      or   f05000-data-Cancel_Sakujo not less ws-data-corte
                           perform 2210-itens-venda
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
       2210-itens-venda section.

            move f05000-data-operacao               to ws-dw-data-entrada
            perform 9000-formata-data
            move ws-dw-data-saida                   to ws-dw-data-1

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
                       or f05100-CompanyCode       not equal f05000-CompanyCode
                       or f05100-BranchCode        not equal f05000-BranchCode
                       or f05100-Type-nota         not equal f05000-Type-nota
                       or f05100-Number-documento  not equal f05000-Number-documento
                       or f05100-Series-documento  not equal f05000-Series-documento

                 compute ws-custo-total rounded = f05100-Qty-Merchandise_Shohin * f05100-custo-unitario

                 move f05100-Qty-Merchandise_Shohin to ws-dw-qtde-1
                 move f05100-Value-unitario         to ws-dw-qtde-2
                 move f05100-custo-unitario         to ws-dw-qtde-3
                 move f05100-Value-total            to ws-dw-valor-1
                 move f05100-Value-desconto         to ws-dw-valor-2
                 move ws-custo-total                to ws-dw-valor-3

                 move spaces                        to ws-linha-dw
                 string f05000-CompanyCode ";" f05000-BranchCode ";" f05000-Type-nota ";"
                        f05000-Number-documento ";" function trim(f05000-Series-documento) ";"
                        f05100-Seq ";" ws-dw-data-1 ";"
                        f05000-cd-destinatario ";" f05000-cd-vendedor ";"
                        f05100-cd-Merchandise_Shohin ";" f05100-cfop ";"
                        function trim(ws-dw-qtde-1) ";" function trim(ws-dw-qtde-2) ";"
                        function trim(ws-dw-valor-1) ";" function trim(ws-dw-valor-2) ";"
                        function trim(ws-dw-qtde-3) ";" function trim(ws-dw-valor-3) ";"
                        f05000-StatusID ";" f05000-id-devolucao ";" f05000-id-bonificacao ";"
                        f05000-id-entrega-futura ";" f05000-id-industrializacao
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 perform 9000-Read_Yomu-pd05100-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Posicao de estoque e fotografia do dia: vai completa nos dois modos
       2200-fato-estoque section.

            move "FATO_ESTOQUE"                     to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;PRODUTO;ARMAZEM;DATA_POSICAO;QTDE_DISPONIVEL;QTDE_RESERVADA;QTDE_QUARENTENA;CUSTO_MEDIO;VALOR_ESTOQUE"
                                                    to rs-arq-dw
            write rs-arq-dw

            move ws-data-extracao                   to ws-dw-data-entrada
            perform 9000-formata-data
            move ws-dw-data-saida                   to ws-dw-data-1

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            perform 9000-str-pd06000-grt
            perform 9000-Read_Yomu-pd06000-nex

            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal lnk-CompanyCode

                 compute ws-Value-estoque rounded = f06000-qtde-disponivel * f06000-custo-medio

                 move f06000-qtde-disponivel        to ws-dw-qtde-1
                 move f06000-qtde-reservada         to ws-dw-qtde-2
                 move f06000-qtde-quarentena        to ws-dw-qtde-3
                 move f06000-custo-medio            to ws-dw-qtde-4
                 move ws-Value-estoque              to ws-dw-valor-1

                 move spaces                        to ws-linha-dw
                 string f06000-CompanyCode ";" f06000-BranchCode ";" f06000-ProductCode ";"
                        f06000-ArmazemCode ";" ws-dw-data-1 ";"
                        function trim(ws-dw-qtde-1) ";" function trim(ws-dw-qtde-2) ";"
                        function trim(ws-dw-qtde-3) ";" function trim(ws-dw-qtde-4) ";"
                        function trim(ws-dw-valor-1)
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
       2200-fato-estoque-consolidado section.

            move "FATO_ESTOQUE_CONSOLIDADO"         to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;PRODUTO;DATA_GERACAO;QTDE_DISPONIVEL_TOTAL;QTDE_RESERVADA_TOTAL;NR_FILIAIS"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f08400-Resumo_Zaiko
            move lnk-CompanyCode                    to f08400-CompanyCode
            perform 9000-str-pd08400-grt
            perform 9000-Read_Yomu-pd08400-nex

            perform until not ws-OperationOK
                       or f08400-CompanyCode not equal lnk-CompanyCode

                 move f08400-data-geracao           to ws-dw-data-entrada
                 perform 9000-formata-data
                 move ws-dw-data-saida              to ws-dw-data-1

                 move f08400-qtde-disponivel-total  to ws-dw-qtde-1
                 move f08400-qtde-reservada-total   to ws-dw-qtde-2

                 move spaces                        to ws-linha-dw
                 string f08400-CompanyCode ";" f08400-ProductCode ";" ws-dw-data-1 ";"
                        function trim(ws-dw-qtde-1) ";" function trim(ws-dw-qtde-2) ";"
                        f08400-nr-filiais
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 perform 9000-Read_Yomu-pd08400-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
      *> Titulos a receber emitidos ou baixados desde a data de corte
       2200-fato-receber section.

            move "FATO_RECEBER"                     to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;TIPO_NOTA;NUMERO;SERIE;PARCELA;CLIENTE;DATA_EMISSAO;DATA_VENCIMENTO;DATA_BAIXA;VALOR_TOTAL;VALOR_PAGO;SALDO;SITUACAO"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            perform 9000-str-pd02400-grt
            perform 9000-Read_Yomu-pd02400-nex

            perform until not ws-OperationOK
                       or f02400-CompanyCode not equal lnk-CompanyCode

                 if   ws-extracao-completa
                 or   f02400-data-emissao not less ws-data-corte
                 or   f02400-data-baixa   not less ws-data-corte

                      move f02400-data-emissao      to ws-dw-data-entrada
                      perform 9000-formata-data
                      move ws-dw-data-saida         to ws-dw-data-1
                      move f02400-data-vencimento   to ws-dw-data-entrada
                      perform 9000-formata-data
                      move ws-dw-data-saida         to ws-dw-data-2
                      move f02400-data-baixa        to ws-dw-data-entrada
                      perform 9000-formata-data
                      move ws-dw-data-saida         to ws-dw-data-3

                      compute ws-saldo = f02400-Value-total - f02400-Value-pago
                      move f02400-Value-total       to ws-dw-valor-1
                      move f02400-Value-pago        to ws-dw-valor-2
                      move ws-saldo                 to ws-dw-valor-3

                      move spaces                   to ws-linha-dw
                      string f02400-CompanyCode ";" f02400-BranchCode ";" f02400-Type-nota ";"
                             f02400-Number-documento ";" function trim(f02400-Series-documento) ";"
                             f02400-Seq-parcela ";" f02400-cd-cliente ";"
                             ws-dw-data-1 ";" ws-dw-data-2 ";" ws-dw-data-3 ";"
                             function trim(ws-dw-valor-1) ";" function trim(ws-dw-valor-2) ";"
                             function trim(ws-dw-valor-3) ";" f02400-StatusID
                             delimited by size into ws-linha-dw
                      perform 9000-grava-linha
                 end-if

                 perform 9000-Read_Yomu-pd02400-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
       2200-fato-recebimentos section.

            move "FATO_RECEBIMENTOS"                to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;TIPO_NOTA;NUMERO;SERIE;PARCELA;SEQ;DATA_PAGAMENTO;VALOR_PAGO;VALOR_JUROS;FORMA_PAGAMENTO;CONCILIADO"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f02450-Pagamento_Receber
            move lnk-CompanyCode                    to f02450-CompanyCode
            perform 9000-str-pd02450-grt
            perform 9000-Read_Yomu-pd02450-nex

            perform until not ws-OperationOK
                       or f02450-CompanyCode not equal lnk-CompanyCode

                 if   ws-extracao-completa
                 or   f02450-data-pagamento not less ws-data-corte

                      move f02450-data-pagamento    to ws-dw-data-entrada
                      perform 9000-formata-data
                      move ws-dw-data-saida         to ws-dw-data-1

                      move f02450-Value-pago        to ws-dw-valor-1
                      move f02450-Value-juros       to ws-dw-valor-2

                      move spaces                   to ws-linha-dw
                      string f02450-CompanyCode ";" f02450-BranchCode ";" f02450-Type-nota ";"
                             f02450-Number-documento ";" function trim(f02450-Series-documento) ";"
                             f02450-Seq-parcela ";" f02450-Seq ";" ws-dw-data-1 ";"
                             function trim(ws-dw-valor-1) ";" function trim(ws-dw-valor-2) ";"
                             f02450-cd-forma-pagamento ";" f02450-id-conciliado
                             delimited by size into ws-linha-dw
                      perform 9000-grava-linha
                 end-if

                 perform 9000-Read_Yomu-pd02450-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
      *> Titulos a pagar emitidos ou baixados desde a data de corte
       2200-fato-pagar section.

            move "FATO_PAGAR"                       to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;TIPO_NOTA;NUMERO;SERIE;FORNECEDOR;DATA_EMISSAO;DATA_VENCIMENTO;DATA_BAIXA;VALOR_TOTAL;VALOR_PAGO;SALDO;SITUACAO"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f02600-Contas_Pagar
            move lnk-CompanyCode                    to f02600-CompanyCode
            perform 9000-str-pd02600-grt
            perform 9000-Read_Yomu-pd02600-nex

            perform until not ws-OperationOK
                       or f02600-CompanyCode not equal lnk-CompanyCode

                 if   ws-extracao-completa
                 or   f02600-data-emissao not less ws-data-corte
                 or   f02600-data-baixa   not less ws-data-corte

                      move f02600-data-emissao      to ws-dw-data-entrada
                      perform 9000-formata-data
                      move ws-dw-data-saida         to ws-dw-data-1
                      move f02600-data-vencimento   to ws-dw-data-entrada
                      perform 9000-formata-data
                      move ws-dw-data-saida         to ws-dw-data-2
                      move f02600-data-baixa        to ws-dw-data-entrada
                      perform 9000-formata-data
                      move ws-dw-data-saida         to ws-dw-data-3

                      compute ws-saldo = f02600-Value-total - f02600-Value-pago
                      move f02600-Value-total       to ws-dw-valor-1
                      move f02600-Value-pago        to ws-dw-valor-2
                      move ws-saldo                 to ws-dw-valor-3

                      move spaces                   to ws-linha-dw
                      string f02600-CompanyCode ";" f02600-BranchCode ";" f02600-Type-nota ";"
                             f02600-Number-documento ";" function trim(f02600-Series-documento) ";"
                             f02600-cd-fornecedor ";"
                             ws-dw-data-1 ";" ws-dw-data-2 ";" ws-dw-data-3 ";"
                             function trim(ws-dw-valor-1) ";" function trim(ws-dw-valor-2) ";"
                             function trim(ws-dw-valor-3) ";" f02600-StatusID
                             delimited by size into ws-linha-dw
                      perform 9000-grava-linha
                 end-if

                 perform 9000-Read_Yomu-pd02600-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
      *> Dimensoes nao tem data de alteracao: seguem completas nos dois
      *> modos e o BI substitui a tabela inteira
       2300-dim-cliente section.

            move "DIM_CLIENTE"                      to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;CLIENTE;RAZAO_SOCIAL;NOME_FANTASIA;TIPO_PESSOA;SITUACAO;LIMITE_CREDITO;TABELA_PRECO"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            perform 9000-str-pd01400-grt
            perform 9000-Read_Yomu-pd01400-nex

            perform until not ws-OperationOK
                       or f01400-CompanyCode not equal lnk-CompanyCode

                 move f01400-razao-social           to ws-dw-texto-1
                 move f01400-Name_Namae-fantasia    to ws-dw-texto-2
                 perform 9000-limpa-texto
                 move f01400-limite-credito         to ws-dw-valor-1

                 move spaces                        to ws-linha-dw
                 string f01400-CompanyCode ";" f01400-BranchCode ";" f01400-cd-cliente ";"
                        function trim(ws-dw-texto-1) ";" function trim(ws-dw-texto-2) ";"
                        f01400-Type-pessoa ";" f01400-StatusID ";"
                        function trim(ws-dw-valor-1) ";" f01400-cd-tabela-preco
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 perform 9000-Read_Yomu-pd01400-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
       2300-dim-produto section.

            move "DIM_PRODUTO"                      to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;PRODUTO;DESCRICAO;CATEGORIA;EAN;NCM;UNIDADE;CLASSE_ABC;FORNECEDOR_PREFERENCIAL"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            perform 9000-str-pd01800-grt
            perform 9000-Read_Yomu-pd01800-nex

            perform until not ws-OperationOK
                       or f01800-CompanyCode not equal lnk-CompanyCode

                 move f01800-Desc-Product_Seihin    to ws-dw-texto-1
                 move f01800-unidade-medida         to ws-dw-texto-2
                 perform 9000-limpa-texto

                 move spaces                        to ws-linha-dw
                 string f01800-CompanyCode ";" f01800-BranchCode ";" f01800-ProductCode ";"
                        function trim(ws-dw-texto-1) ";" f01800-cd-categoria ";"
                        f01800-ean ";" f01800-ncm ";" function trim(ws-dw-texto-2) ";"
                        f01800-classe-abc ";" f01800-cd-fornecedor-preferencial
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 perform 9000-Read_Yomu-pd01800-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
       2300-dim-fornecedor section.

            move "DIM_FORNECEDOR"                   to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;FORNECEDOR;RAZAO_SOCIAL;NOME_FANTASIA;TIPO_PESSOA;SITUACAO"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            perform 9000-str-pd01900-grt
            perform 9000-Read_Yomu-pd01900-nex

            perform until not ws-OperationOK
                       or f01900-CompanyCode not equal lnk-CompanyCode

                 move f01900-razao-social           to ws-dw-texto-1
                 move f01900-Name_Namae-fantasia    to ws-dw-texto-2
                 perform 9000-limpa-texto

                 move spaces                        to ws-linha-dw
                 string f01900-CompanyCode ";" f01900-BranchCode ";" f01900-cd-fornecedor ";"
                        function trim(ws-dw-texto-1) ";" function trim(ws-dw-texto-2) ";"
                        f01900-Type-pessoa ";" f01900-StatusID
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 perform 9000-Read_Yomu-pd01900-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
       2300-dim-vendedor section.

            move "DIM_VENDEDOR"                     to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;VENDEDOR;NOME;PERC_COMISSAO;SITUACAO"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f02900-vendedor
            move lnk-CompanyCode                    to f02900-CompanyCode
            perform 9000-str-pd02900-grt
            perform 9000-Read_Yomu-pd02900-nex

            perform until not ws-OperationOK
                       or f02900-CompanyCode not equal lnk-CompanyCode

                 move f02900-Name_Namae             to ws-dw-texto-1
                 move spaces                        to ws-dw-texto-2
                 perform 9000-limpa-texto
                 move f02900-percentual-comissao    to ws-dw-valor-1

                 move spaces                        to ws-linha-dw
                 string f02900-CompanyCode ";" f02900-BranchCode ";" f02900-cd-vendedor ";"
                        function trim(ws-dw-texto-1) ";" function trim(ws-dw-valor-1) ";"
                        f02900-StatusID
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 perform 9000-Read_Yomu-pd02900-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
       2300-dim-filial section.

            move "DIM_FILIAL"                       to ws-nome-extrato
            perform 9000-abre-extrato

            move "EMPRESA;FILIAL;RAZAO_SOCIAL;NOME_FANTASIA;CNPJ;SITUACAO"
                                                    to rs-arq-dw
            write rs-arq-dw

            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            perform 9000-str-pd00700-nlss
            perform 9000-Read_Yomu-pd00700-nex

            perform until not ws-OperationOK
                       or f00700-CompanyCode not equal lnk-CompanyCode

                 move f00700-razao-social           to ws-dw-texto-1
                 move f00700-Name_Namae-fantasia    to ws-dw-texto-2
                 perform 9000-limpa-texto

                 move spaces                        to ws-linha-dw
                 string f00700-CompanyCode ";" f00700-BranchCode ";"
                        function trim(ws-dw-texto-1) ";" function trim(ws-dw-texto-2) ";"
                        f00700-cnpj ";" f00700-StatusID
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 perform 9000-Read_Yomu-pd00700-nex
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
      *> Calendario dos ultimos anos ate o fim do ano seguinte; dia da
      *> semana 1 = segunda-feira
       2300-dim-calendario section.

            move "DIM_CALENDARIO"                   to ws-nome-extrato
            perform 9000-abre-extrato

            move "DATA;ANO;MES;DIA;TRIMESTRE;ANO_MES;DIA_SEMANA"
                                                    to rs-arq-dw
            write rs-arq-dw

            move ws-data-extracao                   to ws-dw-data-entrada
            subtract c-anos-calendario-anteriores from ws-dw-ano
            move 01                                 to ws-dw-mes
            move 01                                 to ws-dw-dia
            move function integer-of-date(ws-dw-data-entrada) to ws-cal-int

            move ws-data-extracao                   to ws-cal-data-final
            add  10000                              to ws-cal-data-final
            move 12                                 to ws-cal-data-final(05:02)
            move 31                                 to ws-cal-data-final(07:02)
            move function integer-of-date(ws-cal-data-final) to ws-cal-int-final

            perform until ws-cal-int greater ws-cal-int-final

                 move function date-of-integer(ws-cal-int) to ws-dw-data-entrada
                 perform 9000-formata-data
                 compute ws-cal-trimestre = (ws-dw-mes + 2) / 3
                 compute ws-cal-dia-semana = function mod(ws-cal-int - 1, 7) + 1

                 move spaces                        to ws-linha-dw
                 string ws-dw-data-saida ";" ws-dw-ano ";" ws-dw-mes ";" ws-dw-dia ";"
                        ws-cal-trimestre ";" ws-dw-ano ws-dw-mes ";" ws-cal-dia-semana
                        delimited by size into ws-linha-dw
                 perform 9000-grava-linha

                 add  1                             to ws-cal-int
            end-perform

            perform 9000-fecha-extrato

       exit.

      *>=================================================================================
      *> Arquivo de controle: o BI confere a quantidade de registros de
      *> cada arquivo (sem a linha de cabecalho) antes de carregar
       2400-grava-controle section.

            move spaces                             to wid-arq-controle-dw
            string lnk-int-path delimited by "  "
                   "\DW_CONTROLE_" lnk-CompanyCode "_" ws-data-extracao ".CSV" delimited by size
                   into wid-arq-controle-dw

            open output arq-controle-dw
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Controle DW - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            move ws-data-corte                      to ws-dw-data-entrada
            perform 9000-formata-data
            move ws-dw-data-saida                   to ws-dw-data-1
            move ws-data-extracao                   to ws-dw-data-entrada
            perform 9000-formata-data
            move ws-dw-data-saida                   to ws-dw-data-2

            move "EXTRATO;ARQUIVO;REGISTROS;MODO;DATA_CORTE;DATA_EXTRACAO;HORARIO_EXTRACAO"
                                                    to rs-arq-controle-dw
            write rs-arq-controle-dw

            perform varying ws-ind-extrato from 1 by 1
                    until ws-ind-extrato greater ws-qtde-extratos
                 move spaces                        to rs-arq-controle-dw
                 string function trim(ws-ext-nome(ws-ind-extrato)) ";"
                        function trim(ws-ext-arquivo(ws-ind-extrato)) ";"
                        ws-ext-qtde(ws-ind-extrato) ";" ws-modo-extracao ";"
                        ws-dw-data-1 ";" ws-dw-data-2 ";" ws-horario-extracao
                        delimited by size into rs-arq-controle-dw
                 write rs-arq-controle-dw
            end-perform

            move spaces                             to rs-arq-controle-dw
            string "TOTAL;" ws-qtde-extratos ";" ws-qtde-registros-total ";"
                   ws-modo-extracao ";" ws-dw-data-1 ";" ws-dw-data-2 ";" ws-horario-extracao
                   delimited by size into rs-arq-controle-dw
            write rs-arq-controle-dw

            close arq-controle-dw

       exit.

      *>=================================================================================
       2500-registra-extracao section.

            initialize                             f19300-Controle_Extracao
            move lnk-CompanyCode                    to f19300-CompanyCode
            set  f19300-extracao-bi                 to true
            perform 9000-Read_Yomu-pd19300-ran
            if   ws-OperationOK
                 perform 2510-move-controle
                 perform 9000-Rewrite_Kakinaosu-pd19300
            else
                 initialize                        f19300-Controle_Extracao
                 move lnk-CompanyCode               to f19300-CompanyCode
                 set  f19300-extracao-bi            to true
                 perform 2510-move-controle
                 perform 9000-Write_Kaku-pd19300
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f19300-Controle_Extracao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2510-move-controle section.

            move ws-data-extracao                   to f19300-data-ultima-extracao
            move ws-horario-extracao                to f19300-horario-ultima-extracao
            move ws-modo-extracao                   to f19300-modo-extracao
            move ws-data-corte                      to f19300-data-inicial-extracao
            move ws-qtde-registros-total            to f19300-qtde-registros
            move ws-qtde-extratos                   to f19300-qtde-arquivos
            move function numval(lnk-UserID)        to f19300-UserID-operacao

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd01400
            close pd01800
            close pd01900
            close pd02400
            close pd02450
            close pd02600
            close pd02900
            close pd05000
            close pd05100
            close pd06000
            close pd08400
            close pd19300

       exit.

      *>=================================================================================
      *> Um arquivo por extrato, com a empresa e a data no nome
       9000-abre-extrato section.

            move spaces                             to wid-arq-dw
            string lnk-int-path delimited by "  "
                   "\DW_" delimited by size
                   ws-nome-extrato delimited by " "
                   "_" lnk-CompanyCode "_" ws-data-extracao ".CSV" delimited by size
                   into wid-arq-dw

            open output arq-dw
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu " ws-nome-extrato " - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            move zeros                              to ws-qtde-registros-extrato

       exit.

      *>=================================================================================
       9000-grava-linha section.

            move ws-linha-dw                        to rs-arq-dw
            write rs-arq-dw
            add  1                                  to ws-qtde-registros-extrato

       exit.

      *>=================================================================================
       9000-fecha-extrato section.

            close arq-dw

            add  1                                  to ws-qtde-extratos
            move ws-nome-extrato                    to ws-ext-nome(ws-qtde-extratos)
            move wid-arq-dw                         to ws-ext-arquivo(ws-qtde-extratos)
            move ws-qtde-registros-extrato          to ws-ext-qtde(ws-qtde-extratos)
            add  ws-qtde-registros-extrato          to ws-qtde-registros-total

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Datas no formato AAAA-MM-DD; data zerada vai vazia
       9000-formata-data section.

            move spaces                             to ws-dw-data-saida
            if   ws-dw-data-entrada not equal zeros
                 string ws-dw-ano "-" ws-dw-mes "-" ws-dw-dia delimited by size into ws-dw-data-saida
            end-if

       exit.

      *>=================================================================================
      *> O separador nao pode aparecer dentro dos textos
       9000-limpa-texto section.

            inspect ws-dw-texto-1 replacing all ";" by ","
            inspect ws-dw-texto-2 replacing all ";" by ","

       exit.

      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Extracao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-modo-extracao
                                                   f-data-corte

            perform 9000-StandardFrame
            display frm-Extracao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR01400.cpy.
       copy CSR01800.cpy.
       copy CSR01900.cpy.
       copy CSR02400.cpy.
       copy CSR02450.cpy.
       copy CSR02600.cpy.
       copy CSR02900.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR08400.cpy.
       copy CSR19300.cpy.
