      $set sourceformat"free"
       program-id. CS40025C.
      *>=================================================================================
      *>
      *>          Devolucao de Compra ao Fornecedor com Nota de Debito
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS01800.cpy.
       copy CSS01900.cpy.
       copy CSS02600.cpy.
       copy CSS03300.cpy.
       copy CSS03600.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS06200.cpy.
       copy CSS06500.cpy.
       copy CSS09850.cpy.
       copy CSS10200.cpy.
       copy CSS11500.cpy.
       copy CSS16000.cpy.
       copy CSS16100.cpy.
       copy CSS16200.cpy.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF01800.cpy.
       copy CSF01900.cpy.
       copy CSF02600.cpy.
       copy CSF03300.cpy.
       copy CSF03600.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF06200.cpy.
       copy CSF06500.cpy.
       copy CSF09850.cpy.
       copy CSF10200.cpy.
       copy CSF11500.cpy.
       copy CSF16000.cpy.
       copy CSF16100.cpy.
       copy CSF16200.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40025C".
       78   c-ProgramDesc                   value "DEVOLUCAO DE COMPRA".

       78   c-serie-nota-entrada                   value 902.
       78   c-serie-nota-debito                    value 914.
       78   c-cfop-devolucao-padrao                value 5202.
       78   c-xml-nfe                              value "CS00107S".
       78   c-max-itens                            value 200.
       78   c-max-titulos                          value 200.
       78   c-max-notas-debito                     value 200.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 ws-ArmazemCode-Padrao               pic 9(04).
            03 ws-idx                              pic 9(03).
            03 ws-Seq-item                         pic 9(09).
            03 ws-Number-entrada                   pic 9(09).
            03 ws-Series-entrada                    pic x(03).
            03 ws-cd-fornecedor                    pic 9(09).
            03 ws-chave-entrada                    pic x(44).
            03 ws-Value-produtos-entrada           pic 9(09)v9(02).
            03 ws-Value-acessorios-entrada         pic 9(09)v9(02).
            03 ws-Number-devolucao                 pic 9(09).
            03 ws-Series-devolucao                  pic x(03).
            03 ws-Number-nota-debito               pic 9(09).
            03 ws-cfop-devolucao                   pic 9(04).
            03 filler redefines ws-cfop-devolucao.
               05 ws-cfop-origem                   pic 9(01).
               05 ws-cfop-natureza                 pic 9(03).
            03 ws-qt-selecionados                  pic 9(03).
            03 ws-saldo-devolver                   pic 9(09)v9(06).
            03 ws-qtde-inteira                     pic 9(09).
            03 ws-qtde-disponivel-anterior         pic s9(09)v9(04).
            03 ws-qtde-reservada-anterior          pic s9(09)v9(04).
            03 ws-qtde-residual                    pic s9(09)v9(04).
            03 ws-Value-estoque-residual           pic s9(13)v9(04).
            03 ws-motivo-movimento                 pic x(40).
            03 ws-cd-lote-devolucao                pic x(10).
            03 ws-id-lote                          pic x(01).
               88 ws-lote-valido                       value "S".
               88 ws-lote-invalido                     value "N".
            03 ws-id-elegivel                      pic x(01).
               88 ws-item-elegivel                     value "S".
               88 ws-item-nao-elegivel                 value "N".
            03 ws-Parameters-serie.
               05 ws-numero-serie                  pic x(20).
               05 ws-serie-idx                     pic 9(05).
               05 ws-qtde-series                   pic 9(05).
            03 ws-Parameters-totais.
               05 ws-Value-total-item              pic 9(09)v9(02).
               05 ws-Value-total-produtos          pic 9(09)v9(02).
               05 ws-base-icms-nota                pic 9(09)v9(02).
               05 ws-Value-icms-nota               pic 9(09)v9(02).
               05 ws-Value-ipi-nota                pic 9(09)v9(02).
            03 ws-Parameters-compensacao.
               05 ws-saldo-nota-debito             pic 9(09)v9(02).
               05 ws-saldo-titulo                  pic 9(09)v9(02).
               05 ws-Value-compensar               pic 9(09)v9(02).
               05 ws-total-compensado              pic 9(09)v9(02).
               05 ws-Seq-compensacao               pic 9(03).
               05 ws-idx-titulo                    pic 9(03).
               05 ws-idx-nota                      pic 9(03).
               05 ws-contador-notas                pic 9(05).
               05 ws-Value-x                       pic zzz.zzz.zz9,99.
               05 ws-Value-x-2                     pic zzz.zzz.zz9,99.

            *> Itens da nota de entrada disponiveis para devolucao,
            *> carregados antes da digitacao para nao disputar o
            *> posicionamento do pd05100 com a gravacao da nota de saida
            03 ws-qt-itens                         pic 9(03).
            03 ws-tabela-itens.
               05 ws-it-item occurs 200.
                  07 ws-it-Seq-entrada             pic 9(09).
                  07 ws-it-ProductCode             pic 9(09).
                  07 ws-it-cst                     pic 9(04).
                  07 ws-it-qtde-entrada            pic 9(09)v9(06).
                  07 ws-it-qtde-ja-devolvida       pic 9(09)v9(06).
                  07 ws-it-qtde-devolver           pic 9(09)v9(06).
                  07 ws-it-Value-unitario          pic 9(09)v9(06).
                  07 ws-it-base-icms               pic 9(09)v9(02).
                  07 ws-it-Value-icms              pic 9(09)v9(02).
                  07 ws-it-Value-ipi               pic 9(09)v9(02).
                  07 ws-it-aliq-icms               pic 9(09)v9(02).
                  07 ws-it-aliq-ipi                pic 9(09)v9(02).
                  07 ws-it-custo-unitario          pic 9(09)v9(04).
                  07 ws-it-cd-lote                 pic x(10).

            *> Titulos em aberto do Fornecedor candidatos a compensacao
            03 ws-qt-titulos                       pic 9(03).
            03 ws-tabela-titulos.
               05 ws-tt-titulo occurs 200.
                  07 ws-tt-Type-nota               pic 9(02).
                  07 ws-tt-Number-documento        pic 9(09).
                  07 ws-tt-Series-documento         pic x(03).

            *> Notas de debito em aberto do Fornecedor
            03 ws-qt-notas                         pic 9(03).
            03 ws-tabela-notas.
               05 ws-nd-Number-nota-debito occurs 200 pic 9(09).

       01   lk-Parameters-nfe.
            03 lk-Number-documento                 pic 9(09).
            03 lk-Series-documento                  pic 9(03).
            03 lk-Type-nota                        pic 9(02).
            03 lk-id-Type-operacao                 pic x(01).
               88 lk-nota-entrada                      value "E".
               88 lk-devolucao-compra                  value "D".

       01   f-Devolucao.
            03 f-Number-entrada                    pic 9(09).
            03 f-Series-entrada                     pic x(03).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-ArmazemCode                       pic 9(04).
            03 f-cfop                              pic 9(04).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin                pic x(55).
            03 f-qtde-entrada                      pic 9(06)v9(04).
            03 f-qtde-ja-devolvida                 pic 9(06)v9(04).
            03 f-qtde-devolver                     pic 9(06)v9(04).
            03 f-saldo-devolver                    pic 9(06)v9(04).
            03 f-chave-referenciada                pic x(44).
            03 f-Series-nfe                         pic 9(03).
            03 f-Number-nota-debito                pic 9(09).
            03 f-Value-nota-debito                 pic zzz.zzz.zz9,99.
            03 f-Value-compensado                  pic zzz.zzz.zz9,99.
            03 f-Desc-status                       pic x(12).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Devolucao.
            03 line 11 col 19   pic x(14) value "Nota Entrada:".
            03 line 11 col 34   pic 9(09) from f-Number-entrada.
            03 line 11 col 50   pic x(08) value "Serie:".
            03 line 11 col 59   pic x(03) from f-Series-entrada.
            03 line 13 col 22   pic x(11) value "Fornecedor:".
            03 line 13 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 13 col 45   pic x(55) from f-razao-social.
            03 line 15 col 25   pic x(08) value "Armazem:".
            03 line 15 col 34   pic 9(04) from f-ArmazemCode.
            03 line 15 col 52   pic x(05) value "CFOP:".
            03 line 15 col 59   pic 9(04) from f-cfop.
            03 line 17 col 25   pic x(08) value "Produto:".
            03 line 17 col 34   pic 9(09) from f-ProductCode.
            03 line 17 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 19 col 20   pic x(13) value "Qtde Entrada:".
            03 line 19 col 34   pic 9(06)v9(04) from f-qtde-entrada.
            03 line 19 col 50   pic x(15) value "Ja Devolvida:".
            03 line 19 col 66   pic 9(06)v9(04) from f-qtde-ja-devolvida.
            03 line 21 col 19   pic x(14) value "Qtde Devolver:".
            03 line 21 col 34   pic 9(06)v9(04) from f-qtde-devolver.
            03 line 21 col 50   pic x(15) value "Saldo:".
            03 line 21 col 66   pic 9(06)v9(04) from f-saldo-devolver.
            03 line 25 col 14   pic x(19) value "Chave NF-e Entrada:".
            03 line 25 col 34   pic x(44) from f-chave-referenciada.
            03 line 27 col 23   pic x(10) value "Serie NF:".
            03 line 27 col 34   pic 9(03) from f-Series-nfe.
            03 line 29 col 21   pic x(12) value "Nota Debito:".
            03 line 29 col 34   pic 9(09) from f-Number-nota-debito.
            03 line 29 col 50   pic x(15) value "Status:".
            03 line 29 col 66   pic x(12) from f-Desc-status.
            03 line 31 col 21   pic x(12) value "Value Total:".
            03 line 31 col 34   pic zzz.zzz.zz9,99 from f-Value-nota-debito.
            03 line 31 col 50   pic x(15) value "Compensado:".
            03 line 31 col 66   pic zzz.zzz.zz9,99 from f-Value-compensado.

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

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-io-pd02600
            perform 9000-Open_Akeru-i-pd03300
            perform 9000-Open_Akeru-i-pd03600
            perform 9000-Open_Akeru-io-pd05000
            perform 9000-Open_Akeru-io-pd05100
            perform 9000-Open_Akeru-io-pd06000
            perform 9000-Open_Akeru-io-pd06200
            perform 9000-Open_Akeru-io-pd06500
            perform 9000-Open_Akeru-i-pd09850
            perform 9000-Open_Akeru-io-pd10200
            perform 9000-Open_Akeru-i-pd11500
            perform 9000-Open_Akeru-io-pd16000
            perform 9000-Open_Akeru-io-pd16100
            perform 9000-Open_Akeru-io-pd16200

            move zeros                             to ws-ArmazemCode-Padrao
            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran
            if   ws-OperationOK
                 move f00700-ArmazemCode-Padrao       to ws-ArmazemCode-Padrao
            end-if

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
                     perform 2100-Devolver
                when 02
                     perform 2100-Consultar-nota-debito
                when 03
                     perform 2100-Compensar-pendentes
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Devolucao a partir da nota de entrada original: os itens e as
      *> quantidades devolvidas geram a NF-e de devolucao com a chave da
      *> nota do Fornecedor referenciada, a baixa de Stock_Zaiko com
      *> estorno do custo medio e a nota de debito que abate os titulos
      *> em aberto do Fornecedor
       2100-Devolver section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-entrada greater zeros or ws-tecla-Cancela
                 accept f-Number-entrada at line 11 col 34 with update auto-skip
            end-perform

            move c-serie-nota-entrada              to f-Series-entrada
            perform until f-Series-entrada <> spaces or ws-tecla-Cancela
                 accept f-Series-entrada at line 11 col 59 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move 00                                to f05000-Type-nota
            move f-Number-entrada                  to f05000-Number-documento
            move f-Series-entrada                   to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            if   not ws-OperationOK
                 string "Nota de entrada no encontrada! [" f-Number-entrada "/" f-Series-entrada "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f05000-nota-cancelada
                 move "Nota de entrada cancelada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Entrada por devolucao de Cliente no tem Fornecedor
            if   f05000-nota-devolucao
                 move "Nota de entrada de devolucao de Cliente - no pode ser devolvida ao Fornecedor!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Retorno de industrializacao (CS50004C) no  compra
            if   f05000-retorno-industrializacao
                 move "Nota de retorno de industrializacao - no pode ser devolvida por esta rotina!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f05000-Number-documento           to ws-Number-entrada
            move f05000-Series-documento            to ws-Series-entrada
            move f05000-cd-destinatario            to ws-cd-fornecedor
            move f05000-chave-acesso               to ws-chave-entrada
            move f05000-Value-total-produtos       to ws-Value-produtos-entrada
            compute ws-Value-acessorios-entrada =
                    f05000-Value-frete
                    + f05000-Value-seguro
                    + f05000-Value-outras-despesas

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move ws-cd-fornecedor                  to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   not ws-OperationOK
                 string "Fornecedor no cadastrado! [" ws-cd-fornecedor "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-cd-fornecedor                  to f-cd-fornecedor
            move f01900-razao-social                to f-razao-social
            perform 8000-Screen_Gamen

            perform 9000-carrega-itens-entrada
            if   ws-qt-itens equal zeros
                 move "Nota sem itens disponiveis para devolucao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-ArmazemCode-Padrao              to f-ArmazemCode
            perform until exit
                 accept f-ArmazemCode at line 15 col 34 with update auto-skip
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

            perform 2200-seleciona-itens

            if   ws-tecla-Cancela
                 exit section
            end-if

            if   ws-qt-selecionados equal zeros
                 move "No foram informados itens para devolucao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to f-ProductCode
                                                       f-qtde-entrada
                                                       f-qtde-ja-devolvida
                                                       f-qtde-devolver
                                                       f-saldo-devolver
            move spaces                             to f-Desc-Product_Seihin
            perform 8000-Screen_Gamen

            *> CFOP de devolucao de compra (x202 / x411 de saida),
            *> estadual ou interestadual conforme o Fornecedor
            move c-cfop-devolucao-padrao            to f-cfop
            perform until exit
                 accept f-cfop at line 15 col 59 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 move f-cfop                        to ws-cfop-devolucao
                 initialize                         f03300-codigo-fiscal
                 move lnk-CompanyCode               to f03300-CompanyCode
                 move lnk-BranchCode                to f03300-BranchCode
                 set  f03300-codigo-cfop            to true
                 move f-cfop                        to f03300-cd-codigo
                 perform 9000-Read_Yomu-pd03300-ran
                 if   ws-OperationOK
                 and  f03300-codigo-ativo
                 and  f03300-operacao-saida
                 and  (ws-cfop-origem equal 5 or 6)
                 and  (ws-cfop-natureza equal 202 or 411)
                      exit perform
                 end-if
                 string "CFOP Invalid_Mukou para devolucao de compra! [" f-cfop "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            *> Chave de acesso da NF-e do Fornecedor, referenciada na
            *> nota de devolucao
            move ws-chave-entrada                   to f-chave-referenciada
            perform until exit
                 accept f-chave-referenciada at line 25 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-chave-referenciada is numeric
                      exit perform
                 end-if
                 move "Chave de acesso da nota do Fornecedor Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move zeros                              to f-Series-nfe
            perform until f-Series-nfe greater zeros or ws-tecla-Cancela
                 accept f-Series-nfe at line 27 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move "Confirm_Kakunin emissao da nota de devolucao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2300-gravar-devolucao

       exit.

      *>=================================================================================
      *> Itens da entrada ainda em quarentena, bloqueados na tolerancia ou
      *> ja rejeitados na inspecao no entraram no Stock_Zaiko (ou ja
      *> foram creditados ao Fornecedor) e ficam fora da devolucao
       9000-carrega-itens-entrada section.

            move zeros                              to ws-qt-itens
            initialize                              ws-tabela-itens

            initialize                             f05100-item-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05100-CompanyCode
            move lnk-BranchCode                     to f05100-BranchCode
            move 00                                to f05100-Type-nota
            move ws-Number-entrada                 to f05100-Number-documento
            move ws-Series-entrada                  to f05100-Series-documento
            move ws-cd-fornecedor                  to f05100-cd-destinatario
            move zeros                             to f05100-Seq
            perform 9000-str-pd05100-grt
            perform 9000-Read_Yomu-pd05100-nex
            perform until not ws-OperationOK
                       or f05100-CompanyCode      not equal lnk-CompanyCode
                       or f05100-BranchCode       not equal lnk-BranchCode
                       or f05100-Type-nota       not equal 00
                       or f05100-Number-documento not equal ws-Number-entrada
                       or f05100-Series-documento  not equal ws-Series-entrada
                       or ws-qt-itens not less c-max-itens

                 perform 9000-verifica-item-elegivel

                 if   ws-item-elegivel
                      add 1                         to ws-qt-itens
                      move f05100-Seq               to ws-it-Seq-entrada(ws-qt-itens)
                      move f05100-cd-Merchandise_Shohin to ws-it-ProductCode(ws-qt-itens)
                      move f05100-cst               to ws-it-cst(ws-qt-itens)
                      move f05100-Qty-Merchandise_Shohin to ws-it-qtde-entrada(ws-qt-itens)
                      move f05100-Value-unitario    to ws-it-Value-unitario(ws-qt-itens)
                      move f05100-base-icms         to ws-it-base-icms(ws-qt-itens)
                      move f05100-Value-icms        to ws-it-Value-icms(ws-qt-itens)
                      move f05100-Value-ipi         to ws-it-Value-ipi(ws-qt-itens)
                      move f05100-aliq-icms         to ws-it-aliq-icms(ws-qt-itens)
                      move f05100-aliq-ipi          to ws-it-aliq-ipi(ws-qt-itens)

                      *> Custo unitario da entrada com a parcela dos
                      *> custos acessorios rateada pelo Value do item
                      if   ws-Value-produtos-entrada greater zeros
                      and  f05100-Qty-Merchandise_Shohin greater zeros
                           compute ws-it-custo-unitario(ws-qt-itens) rounded =
                                   (f05100-Value-total
                                    + (ws-Value-acessorios-entrada
                                       * f05100-Value-total / ws-Value-produtos-entrada))
                                   / f05100-Qty-Merchandise_Shohin
                      else
                           move f05100-Value-unitario to ws-it-custo-unitario(ws-qt-itens)
                      end-if

                      perform 9000-soma-ja-devolvido
                 end-if

                 perform 9000-Read_Yomu-pd05100-nex
            end-perform

       exit.

      *>=================================================================================
       9000-verifica-item-elegivel section.

            set  ws-item-elegivel                   to true

            initialize                             f11500-Inspecao_Quarentena
            move lnk-CompanyCode                    to f11500-CompanyCode
            move lnk-BranchCode                     to f11500-BranchCode
            move f05100-Number-documento            to f11500-Number-documento
            move f05100-Series-documento             to f11500-Series-documento
            move f05100-Seq                         to f11500-Seq
            perform 9000-Read_Yomu-pd11500-ran
            if   ws-OperationOK
            and  (f11500-em-quarentena or f11500-inspecao-rejeitada)
                 set  ws-item-nao-elegivel          to true
                 exit section
            end-if

            initialize                             f09850-Recebimento_Bloqueado
            move lnk-CompanyCode                    to f09850-CompanyCode
            move lnk-BranchCode                     to f09850-BranchCode
            move f05100-Number-documento            to f09850-Number-documento
            move f05100-Series-documento             to f09850-Series-documento
            move f05100-Seq                         to f09850-Seq
            perform 9000-Read_Yomu-pd09850-ran
            if   ws-OperationOK
            and  (f09850-item-bloqueado or f09850-item-rejeitado)
                 set  ws-item-nao-elegivel          to true
            end-if

       exit.

      *>=================================================================================
      *> Quantidade do item ja devolvida em devolucoes anteriores
       9000-soma-ja-devolvido section.

            move zeros                              to ws-it-qtde-ja-devolvida(ws-qt-itens)

            initialize                             f16000-Devolucao_Compra
            move lnk-CompanyCode                    to f16000-CompanyCode
            move lnk-BranchCode                     to f16000-BranchCode
            move ws-Number-entrada                 to f16000-Number-entrada
            move ws-Series-entrada                  to f16000-Series-entrada
            move f05100-Seq                         to f16000-Seq-entrada
            perform 9000-str-pd16000-nlss-1
            perform 9000-Read_Yomu-pd16000-nex
            perform until not ws-OperationOK
                       or f16000-CompanyCode     not equal lnk-CompanyCode
                       or f16000-BranchCode      not equal lnk-BranchCode
                       or f16000-Number-entrada  not equal ws-Number-entrada
                       or f16000-Series-entrada   not equal ws-Series-entrada
                       or f16000-Seq-entrada     not equal f05100-Seq

                 add  f16000-qtde-devolvida         to ws-it-qtde-ja-devolvida(ws-qt-itens)

                 perform 9000-Read_Yomu-pd16000-nex
            end-perform

       exit.

      *>=================================================================================
       2200-seleciona-itens section.

            move zeros                              to ws-qt-selecionados

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-itens
                       or ws-tecla-Cancela

                 move zeros                         to ws-it-qtde-devolver(ws-idx)
                 move spaces                        to ws-it-cd-lote(ws-idx)

                 if   ws-it-qtde-ja-devolvida(ws-idx) not less ws-it-qtde-entrada(ws-idx)
                      exit perform cycle
                 end-if

                 compute ws-saldo-devolver =
                         ws-it-qtde-entrada(ws-idx) - ws-it-qtde-ja-devolvida(ws-idx)

                 initialize                         f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move ws-it-ProductCode(ws-idx)     to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   not ws-OperationOK
                      move spaces                   to f01800-Desc-Product_Seihin
                 end-if

                 move ws-it-ProductCode(ws-idx)     to f-ProductCode
                 move f01800-Desc-Product_Seihin     to f-Desc-Product_Seihin
                 move ws-it-qtde-entrada(ws-idx)    to f-qtde-entrada
                 move ws-it-qtde-ja-devolvida(ws-idx) to f-qtde-ja-devolvida
                 move ws-saldo-devolver             to f-saldo-devolver
                 move zeros                         to f-qtde-devolver
                 perform 8000-Screen_Gamen

                 perform until exit
                      accept f-qtde-devolver at line 21 col 34 with update auto-skip
                      if   ws-tecla-Cancela
                      or   f-qtde-devolver equal zeros
                           exit perform
                      end-if

                      if   f-qtde-devolver greater ws-saldo-devolver
                           move "Quantidade excede o saldo a devolver do item!" to ws-Message_Messeji
                           perform 9000-Message_Messeji
                           exit perform cycle
                      end-if

                      *> Serie e controlada por unidade
                      move f-qtde-devolver          to ws-qtde-inteira
                      if   f01800-controla-serie
                      and  ws-qtde-inteira not equal f-qtde-devolver
                           move "Product_Seihin com controle de serie exige quantidade inteira!" to ws-Message_Messeji
                           perform 9000-Message_Messeji
                           exit perform cycle
                      end-if

                      initialize                    f06000-Stock_Zaiko
                      move lnk-CompanyCode          to f06000-CompanyCode
                      move lnk-BranchCode           to f06000-BranchCode
                      move ws-it-ProductCode(ws-idx) to f06000-ProductCode
                      move f-ArmazemCode            to f06000-ArmazemCode
                      perform 9000-Read_Yomu-pd06000-ran
                      if   not ws-OperationOK
                      or   f06000-qtde-disponivel less f-qtde-devolver
                           move "Saldo disponivel insuficiente no armazem!" to ws-Message_Messeji
                           perform 9000-Message_Messeji
                           exit perform cycle
                      end-if

                      if   f01800-controla-lote
                           perform 9000-accept-lote-devolucao
                           if   ws-tecla-Cancela
                                exit perform
                           end-if
                           if   ws-lote-invalido
                                exit perform cycle
                           end-if
                           move ws-cd-lote-devolucao to ws-it-cd-lote(ws-idx)
                      end-if

                      move f-qtde-devolver          to ws-it-qtde-devolver(ws-idx)
                      add  1                        to ws-qt-selecionados
                      exit perform
                 end-perform

            end-perform

       exit.

      *>=================================================================================
       9000-accept-lote-devolucao section.

            set  ws-lote-invalido                   to true
            move spaces                             to ws-cd-lote-devolucao

            display "Lote:"     at line 23 col 10
            perform until ws-cd-lote-devolucao <> spaces or ws-tecla-Cancela
                 accept ws-cd-lote-devolucao at line 23 col 18 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f06200-Lote_Zaiko
            move lnk-CompanyCode                    to f06200-CompanyCode
            move lnk-BranchCode                     to f06200-BranchCode
            move ws-it-ProductCode(ws-idx)          to f06200-ProductCode
            move f-ArmazemCode                     to f06200-ArmazemCode
            move ws-cd-lote-devolucao              to f06200-cd-lote
            perform 9000-Read_Yomu-pd06200-ran
            if   not ws-OperationOK
            or   f06200-qtde-lote less f-qtde-devolver
                 string "Lote inexistente ou com saldo insuficiente! [" ws-cd-lote-devolucao "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  ws-lote-valido                     to true

       exit.

      *>=================================================================================
      *> Emissao: nota de saida de devolucao, baixa de Stock_Zaiko, nota
      *> de debito com a compensacao nos titulos e o XML da NF-e
       2300-gravar-devolucao section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            move f-Series-nfe                       to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento
            move lnk-Number-documento              to ws-Number-devolucao
            move f-Series-nfe                       to ws-Series-devolucao

            move c-serie-nota-debito               to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento
            move lnk-Number-documento              to ws-Number-nota-debito

            move zeros                              to ws-Seq-item
                                                       ws-Value-total-produtos
                                                       ws-base-icms-nota
                                                       ws-Value-icms-nota
                                                       ws-Value-ipi-nota

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-itens
                 if   ws-it-qtde-devolver(ws-idx) greater zeros
                      perform 2310-gravar-item-devolucao
                 end-if
            end-perform

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move 01                                to f05000-Type-nota
            move ws-Number-devolucao               to f05000-Number-documento
            move ws-Series-devolucao                to f05000-Series-documento
            move ws-cd-fornecedor                  to f05000-cd-destinatario
            move ws-data-inv                       to f05000-data-operacao
            move ws-Hours(01:06)                   to f05000-horario-operacao
            move function numval(lnk-UserID)       to f05000-UserID-operacao
            move ws-base-icms-nota                 to f05000-base-icms
            move ws-Value-icms-nota                to f05000-Value-icms
            move ws-Value-ipi-nota                 to f05000-Value-ipi
            move ws-Value-total-produtos           to f05000-Value-total-produtos
            compute f05000-Value-total =
                    ws-Value-total-produtos + ws-Value-ipi-nota
            move ws-Number-entrada                 to f05000-Number-documento-origem
            move ws-Series-entrada                  to f05000-Series-documento-origem
            set  f05000-nota-devolucao             to true
            move f-chave-referenciada              to f05000-chave-referenciada
            set  f05000-nota-emitida               to true

            perform 9000-Write_Kaku-pd05000
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05000-mestre-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Nota de debito pelo Value da devolucao, compensada de
            *> imediato nos titulos em aberto do Fornecedor; o saldo
            *> no compensado fica pendente para os proximos titulos
            initialize                             f16100-Nota_Debito_Fornecedor
            move lnk-CompanyCode                    to f16100-CompanyCode
            move lnk-BranchCode                     to f16100-BranchCode
            move ws-Number-nota-debito             to f16100-Number-nota-debito
            move ws-cd-fornecedor                  to f16100-cd-fornecedor
            move ws-data-inv                       to f16100-data-emissao
            move ws-Number-devolucao               to f16100-Number-devolucao
            move ws-Series-devolucao                to f16100-Series-devolucao
            move ws-Number-entrada                 to f16100-Number-entrada
            move ws-Series-entrada                  to f16100-Series-entrada
            move f05000-Value-total                to f16100-Value-total
            move zeros                             to f16100-Value-compensado
            set  f16100-nota-debito-aberta         to true
            move function numval(lnk-UserID)       to f16100-UserID-operacao

            perform 9000-Write_Kaku-pd16100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f16100-Nota_Debito_Fornecedor - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-total-compensado
            perform 9000-compensa-nota-debito

            initialize                             lk-Parameters-nfe
            move ws-Number-devolucao               to lk-Number-documento
            move f-Series-nfe                       to lk-Series-documento
            move 01                                to lk-Type-nota
            set  lk-devolucao-compra               to true
            move lk-Parameters-nfe                 to lnk-Line_Gyou-comando
            call c-xml-nfe using lnk-par
            cancel c-xml-nfe

            move f16100-Value-total                to ws-Value-x
            move ws-total-compensado               to ws-Value-x-2
            string "Devolucao NF [" ws-Number-devolucao "/" ws-Series-devolucao
                   "] - Nota de Debito [" ws-Number-nota-debito "] " ws-Value-x
                   " compensado " ws-Value-x-2 into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2310-gravar-item-devolucao section.

            add  1                                  to ws-Seq-item

            compute ws-Value-total-item rounded =
                    ws-it-qtde-devolver(ws-idx) * ws-it-Value-unitario(ws-idx)

            initialize                             f05100-item-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05100-CompanyCode
            move lnk-BranchCode                     to f05100-BranchCode
            move 01                                to f05100-Type-nota
            move ws-Number-devolucao               to f05100-Number-documento
            move ws-Series-devolucao                to f05100-Series-documento
            move ws-cd-fornecedor                  to f05100-cd-destinatario
            move ws-Seq-item                       to f05100-Seq
            move ws-it-ProductCode(ws-idx)         to f05100-cd-Merchandise_Shohin
            move ws-it-cst(ws-idx)                 to f05100-cst
            move f-cfop                            to f05100-cfop
            move ws-it-qtde-devolver(ws-idx)       to f05100-Qty-Merchandise_Shohin
            move ws-it-Value-unitario(ws-idx)      to f05100-Value-unitario
            move ws-Value-total-item               to f05100-Value-total
            move ws-it-aliq-icms(ws-idx)           to f05100-aliq-icms
            move ws-it-aliq-ipi(ws-idx)            to f05100-aliq-ipi
            move ws-it-custo-unitario(ws-idx)      to f05100-custo-unitario

            *> ICMS e IPI destacados na entrada, proporcionais a quantidade
            compute f05100-base-icms rounded =
                    ws-it-base-icms(ws-idx) * ws-it-qtde-devolver(ws-idx)
                    / ws-it-qtde-entrada(ws-idx)
            compute f05100-Value-icms rounded =
                    ws-it-Value-icms(ws-idx) * ws-it-qtde-devolver(ws-idx)
                    / ws-it-qtde-entrada(ws-idx)
            compute f05100-Value-ipi rounded =
                    ws-it-Value-ipi(ws-idx) * ws-it-qtde-devolver(ws-idx)
                    / ws-it-qtde-entrada(ws-idx)

            perform 9000-Write_Kaku-pd05100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05100-item-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  f05100-Value-total                 to ws-Value-total-produtos
            add  f05100-base-icms                   to ws-base-icms-nota
            add  f05100-Value-icms                  to ws-Value-icms-nota
            add  f05100-Value-ipi                   to ws-Value-ipi-nota

            initialize                             f16000-Devolucao_Compra
            move lnk-CompanyCode                    to f16000-CompanyCode
            move lnk-BranchCode                     to f16000-BranchCode
            move ws-Number-devolucao               to f16000-Number-devolucao
            move ws-Series-devolucao                to f16000-Series-devolucao
            move ws-Seq-item                       to f16000-Seq
            move ws-cd-fornecedor                  to f16000-cd-fornecedor
            move ws-data-inv                       to f16000-data-devolucao
            move ws-Number-entrada                 to f16000-Number-entrada
            move ws-Series-entrada                  to f16000-Series-entrada
            move ws-it-Seq-entrada(ws-idx)         to f16000-Seq-entrada
            move ws-it-ProductCode(ws-idx)         to f16000-ProductCode
            move f-ArmazemCode                     to f16000-ArmazemCode
            move ws-it-qtde-devolver(ws-idx)       to f16000-qtde-devolvida
            move ws-it-Value-unitario(ws-idx)      to f16000-Value-unitario
            move f05100-Value-total                to f16000-Value-total
            move f05100-Value-ipi                  to f16000-Value-ipi
            move ws-it-custo-unitario(ws-idx)      to f16000-custo-unitario
            move ws-it-cd-lote(ws-idx)             to f16000-cd-lote
            move f-cfop                            to f16000-cfop
            move ws-Number-nota-debito             to f16000-Number-nota-debito

            perform 9000-Write_Kaku-pd16000
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f16000-Devolucao_Compra - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            perform 9000-Saida-Stock_Zaiko
            perform 9000-Saida-Lote
            perform 9000-Saida-Series

       exit.

      *>=================================================================================
      *> Baixa do saldo devolvido com estorno do custo medio: o custo de
      *> entrada do item sai do Value em Stock_Zaiko; sem saldo residual
      *> (ou com Value residual negativo) o custo medio  mantido
       9000-Saida-Stock_Zaiko section.

            initialize                          f06000-Stock_Zaiko
            move lnk-CompanyCode                 to f06000-CompanyCode
            move lnk-BranchCode                  to f06000-BranchCode
            move ws-it-ProductCode(ws-idx)       to f06000-ProductCode
            move f-ArmazemCode                   to f06000-ArmazemCode
            perform 9000-Read_Yomu-pd06000-ran
            if   not ws-OperationOK
                 string "読み取りエラー f06000-Stock_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f06000-qtde-disponivel           to ws-qtde-disponivel-anterior
            move f06000-qtde-reservada            to ws-qtde-reservada-anterior

            compute ws-qtde-residual =
                    f06000-qtde-disponivel - ws-it-qtde-devolver(ws-idx)
            compute ws-Value-estoque-residual =
                    (f06000-qtde-disponivel * f06000-custo-medio)
                    - (ws-it-qtde-devolver(ws-idx) * ws-it-custo-unitario(ws-idx))

            if   ws-qtde-residual greater zeros
            and  ws-Value-estoque-residual greater zeros
                 compute f06000-custo-medio rounded =
                         ws-Value-estoque-residual / ws-qtde-residual
            end-if

            subtract ws-it-qtde-devolver(ws-idx)  from f06000-qtde-disponivel

            perform 9000-Rewrite_Kakinaosu-pd06000
            if   ws-OperationOK
                 string "Devolucao Compra NF [" ws-Number-devolucao "] - " c-ThisProgram into ws-motivo-movimento
                 perform 9000-Gravar_Kaku-Movimento_Zaiko
            else
                 string "Error_Eraa ao Rewrite_Kakinaosu f06000-Stock_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-Saida-Lote section.

            if   ws-it-cd-lote(ws-idx) equal spaces
                 exit section
            end-if

            initialize                             f06200-Lote_Zaiko
            move lnk-CompanyCode                    to f06200-CompanyCode
            move lnk-BranchCode                     to f06200-BranchCode
            move ws-it-ProductCode(ws-idx)          to f06200-ProductCode
            move f-ArmazemCode                     to f06200-ArmazemCode
            move ws-it-cd-lote(ws-idx)             to f06200-cd-lote
            perform 9000-Read_Yomu-pd06200-ran
            if   ws-OperationOK
                 subtract ws-it-qtde-devolver(ws-idx) from f06200-qtde-lote
                 perform 9000-Rewrite_Kakinaosu-pd06200
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f06200-Lote_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Product_Seihin com controle de serie: cada unidade devolvida deve
      *> ter entrado por esta nota e estar em Stock_Zaiko
       9000-Saida-Series section.

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move ws-it-ProductCode(ws-idx)          to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
            or   not f01800-controla-serie
                 exit section
            end-if

            move ws-it-qtde-devolver(ws-idx)        to ws-qtde-series

            perform varying ws-serie-idx from 1 by 1
                    until ws-serie-idx greater ws-qtde-series

                 perform until exit
                      move spaces                   to ws-numero-serie
                      display "Numero de Serie:" at line 23 col 10
                      perform until ws-numero-serie <> spaces or ws-tecla-Cancela
                           accept ws-numero-serie at line 23 col 28 with update auto-skip
                      end-perform

                      if   ws-tecla-Cancela
                           exit perform
                      end-if

                      initialize                    f10200-Serial_Unidade
                      move lnk-CompanyCode          to f10200-CompanyCode
                      move lnk-BranchCode           to f10200-BranchCode
                      move ws-numero-serie          to f10200-numero-serie
                      perform 9000-Read_Yomu-pd10200-ran
                      if   ws-OperationOK
                      and  f10200-serie-em-estoque
                      and  f10200-ProductCode equal ws-it-ProductCode(ws-idx)
                      and  f10200-Number-documento-entrada equal ws-Number-entrada
                      and  f10200-Series-documento-entrada equal ws-Series-entrada
                           exit perform
                      end-if

                      string "Numero de serie no pertence a esta entrada ou fora de estoque! [" ws-numero-serie "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-perform

                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 set  f10200-serie-devolvida        to true
                 move ws-Number-devolucao           to f10200-Number-documento-devolucao
                 move ws-data-inv                   to f10200-data-devolucao

                 perform 9000-Rewrite_Kakinaosu-pd10200
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f10200-Serial_Unidade - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if

            end-perform

       exit.

      *>=================================================================================
       9000-Gravar_Kaku-Movimento_Zaiko section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            initialize                                        f06500-Movimento_Zaiko
            move f06000-CompanyCode                           to f06500-CompanyCode
            move f06000-BranchCode                            to f06500-BranchCode
            move f06000-ProductCode                           to f06500-ProductCode
            move f06000-ArmazemCode                           to f06500-ArmazemCode
            move ws-data-inv                                  to f06500-data-movimento
            move ws-Hours                                     to f06500-horario-movimento
            move function numval(lnk-UserID)                  to f06500-UserID-movimento
            set  f06500-movimento-Saida                       to true
            move ws-qtde-disponivel-anterior                  to f06500-qtde-disponivel-anterior
            move f06000-qtde-disponivel                       to f06500-qtde-disponivel-nova
            move ws-qtde-reservada-anterior                   to f06500-qtde-reservada-anterior
            move f06000-qtde-reservada                        to f06500-qtde-reservada-nova
            move ws-motivo-movimento                          to f06500-motivo-movimento
            move ws-it-custo-unitario(ws-idx)                 to f06500-custo-unitario

            perform 9000-Write_Kaku-pd06500
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar Movimento_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Compensacao da nota de debito (f16100 no buffer): primeiro o
      *> titulo da propria nota de entrada, depois os demais titulos em
      *> aberto do Fornecedor. Titulos ja enviados em remessa ao banco
      *> ficam de fora. O abatimento reduz o Value do titulo, como no
      *> credito da rejeicao de quarentena (CS40012C)
       9000-compensa-nota-debito section.

            compute ws-saldo-nota-debito =
                    f16100-Value-total - f16100-Value-compensado
            if   ws-saldo-nota-debito not greater zeros
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            *> Proxima sequencia de compensacao da nota
            move zeros                              to ws-Seq-compensacao
            initialize                             f16200-Compensacao_Nota_Debito
            move f16100-CompanyCode                 to f16200-CompanyCode
            move f16100-BranchCode                  to f16200-BranchCode
            move f16100-Number-nota-debito          to f16200-Number-nota-debito
            move 999                               to f16200-Seq
            perform 9000-str-pd16200-ngrt
            perform 9000-Read_Yomu-pd16200-pre
            if   ws-OperationOK
            and  f16200-CompanyCode        equal f16100-CompanyCode
            and  f16200-BranchCode         equal f16100-BranchCode
            and  f16200-Number-nota-debito equal f16100-Number-nota-debito
                 move f16200-Seq                    to ws-Seq-compensacao
            end-if

            *> Titulos candidatos, coletados antes das regravacoes que
            *> alteram a chave alternativa (StatusID) do pd02600
            move zeros                              to ws-qt-titulos
            if   f16100-Number-entrada greater zeros
                 add  1                             to ws-qt-titulos
                 move 00                            to ws-tt-Type-nota(ws-qt-titulos)
                 move f16100-Number-entrada         to ws-tt-Number-documento(ws-qt-titulos)
                 move f16100-Series-entrada          to ws-tt-Series-documento(ws-qt-titulos)
            end-if

            initialize                             f02600-Contas_Pagar
            move f16100-CompanyCode                 to f02600-CompanyCode
            move f16100-BranchCode                  to f02600-BranchCode
            set  f02600-aberto                     to true
            move f16100-cd-fornecedor               to f02600-cd-fornecedor
            perform 9000-str-pd02600-nlss-1
            perform 9000-Read_Yomu-pd02600-nex
            perform until not ws-OperationOK
                       or f02600-CompanyCode    not equal f16100-CompanyCode
                       or f02600-BranchCode     not equal f16100-BranchCode
                       or not f02600-aberto
                       or f02600-cd-fornecedor  not equal f16100-cd-fornecedor
                       or ws-qt-titulos not less c-max-titulos

                 if   f02600-Type-nota        not equal 00
                 or   f02600-Number-documento not equal f16100-Number-entrada
                 or   f02600-Series-documento  not equal f16100-Series-entrada
                      add  1                        to ws-qt-titulos
                      move f02600-Type-nota         to ws-tt-Type-nota(ws-qt-titulos)
                      move f02600-Number-documento  to ws-tt-Number-documento(ws-qt-titulos)
                      move f02600-Series-documento   to ws-tt-Series-documento(ws-qt-titulos)
                 end-if

                 perform 9000-Read_Yomu-pd02600-nex
            end-perform

            perform varying ws-idx-titulo from 1 by 1
                    until ws-idx-titulo greater ws-qt-titulos
                       or ws-saldo-nota-debito not greater zeros

                 initialize                         f02600-Contas_Pagar
                 move f16100-CompanyCode            to f02600-CompanyCode
                 move f16100-BranchCode             to f02600-BranchCode
                 move ws-tt-Type-nota(ws-idx-titulo) to f02600-Type-nota
                 move ws-tt-Number-documento(ws-idx-titulo) to f02600-Number-documento
                 move ws-tt-Series-documento(ws-idx-titulo) to f02600-Series-documento
                 perform 9000-Read_Yomu-pd02600-ran
                 if   not ws-OperationOK
                 or   not f02600-aberto
                 or   f02600-remessa-enviada
                      exit perform cycle
                 end-if

                 compute ws-saldo-titulo = f02600-Value-total - f02600-Value-pago
                 if   ws-saldo-titulo not greater zeros
                      exit perform cycle
                 end-if

                 if   ws-saldo-titulo greater ws-saldo-nota-debito
                      move ws-saldo-nota-debito     to ws-Value-compensar
                 else
                      move ws-saldo-titulo          to ws-Value-compensar
                 end-if

                 subtract ws-Value-compensar        from f02600-Value-total
                 if   f02600-Value-total not greater f02600-Value-pago
                      set  f02600-quitado           to true
                      move ws-data-inv              to f02600-data-baixa
                 end-if

                 perform 9000-Rewrite_Kakinaosu-pd02600
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f02600-Contas_Pagar - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform cycle
                 end-if

                 add  1                             to ws-Seq-compensacao
                 initialize                         f16200-Compensacao_Nota_Debito
                 move f16100-CompanyCode            to f16200-CompanyCode
                 move f16100-BranchCode             to f16200-BranchCode
                 move f16100-Number-nota-debito     to f16200-Number-nota-debito
                 move ws-Seq-compensacao            to f16200-Seq
                 move f02600-Type-nota              to f16200-Type-nota
                 move f02600-Number-documento       to f16200-Number-documento
                 move f02600-Series-documento        to f16200-Series-documento
                 move ws-Value-compensar            to f16200-Value-compensado
                 move ws-data-inv                   to f16200-data-compensacao
                 move function numval(lnk-UserID)   to f16200-UserID-operacao
                 perform 9000-Write_Kaku-pd16200
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f16200-Compensacao_Nota_Debito - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if

                 add  ws-Value-compensar            to f16100-Value-compensado
                                                       ws-total-compensado
                 subtract ws-Value-compensar        from ws-saldo-nota-debito

            end-perform

            if   f16100-Value-compensado not less f16100-Value-total
                 set  f16100-nota-debito-compensada to true
                 move ws-data-inv                   to f16100-data-baixa
            end-if

            perform 9000-Rewrite_Kakinaosu-pd16100
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f16100-Nota_Debito_Fornecedor - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2100-Consultar-nota-debito section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-nota-debito greater zeros or ws-tecla-Cancela
                 accept f-Number-nota-debito at line 29 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f16100-Nota_Debito_Fornecedor
            move lnk-CompanyCode                    to f16100-CompanyCode
            move lnk-BranchCode                     to f16100-BranchCode
            move f-Number-nota-debito              to f16100-Number-nota-debito
            perform 9000-Read_Yomu-pd16100-ran
            if   not ws-OperationOK
                 string "Nota de debito no encontrada! [" f-Number-nota-debito "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f16100-cd-fornecedor               to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   not ws-OperationOK
                 move spaces                        to f01900-razao-social
            end-if

            move f16100-Number-entrada              to f-Number-entrada
            move f16100-Series-entrada               to f-Series-entrada
            move f16100-cd-fornecedor               to f-cd-fornecedor
            move f01900-razao-social                to f-razao-social
            move f16100-Series-devolucao             to f-Series-nfe
            move f16100-Value-total                 to f-Value-nota-debito
            move f16100-Value-compensado            to f-Value-compensado
            if   f16100-nota-debito-compensada
                 move "COMPENSADA"                  to f-Desc-status
            else
                 move "EM ABERTO"                   to f-Desc-status
            end-if
            perform 8000-Screen_Gamen

            string "Nota de debito da devolucao NF [" f16100-Number-devolucao "/" f16100-Series-devolucao
                   "] emitida em " f16100-data-emissao into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Saldo de notas de debito que no encontrou titulo em aberto na
      *> devolucao: compensado nos titulos lancados depois
       2100-Compensar-pendentes section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-cd-fornecedor greater zeros or ws-tecla-Cancela
                 accept f-cd-fornecedor at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f-cd-fornecedor                    to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   not ws-OperationOK
                 string "Fornecedor no cadastrado! [" f-cd-fornecedor "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f01900-razao-social                to f-razao-social
            perform 8000-Screen_Gamen

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

            *> Notas coletadas antes da compensacao, que altera o
            *> StatusID da chave alternativa do pd16100
            move zeros                              to ws-qt-notas
            initialize                             f16100-Nota_Debito_Fornecedor
            move lnk-CompanyCode                    to f16100-CompanyCode
            move lnk-BranchCode                     to f16100-BranchCode
            set  f16100-nota-debito-aberta         to true
            move f-cd-fornecedor                    to f16100-cd-fornecedor
            move zeros                             to f16100-Number-nota-debito
            perform 9000-str-pd16100-nlss-1
            perform 9000-Read_Yomu-pd16100-nex
            perform until not ws-OperationOK
                       or f16100-CompanyCode    not equal lnk-CompanyCode
                       or f16100-BranchCode     not equal lnk-BranchCode
                       or not f16100-nota-debito-aberta
                       or f16100-cd-fornecedor  not equal f-cd-fornecedor
                       or ws-qt-notas not less c-max-notas-debito

                 add  1                             to ws-qt-notas
                 move f16100-Number-nota-debito     to ws-nd-Number-nota-debito(ws-qt-notas)

                 perform 9000-Read_Yomu-pd16100-nex
            end-perform

            if   ws-qt-notas equal zeros
                 move "Fornecedor sem notas de debito em aberto!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string "Confirm_Kakunin compensacao de " ws-qt-notas " notas de debito? [S/N]" into ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            move zeros                              to ws-total-compensado
                                                       ws-contador-notas

            perform varying ws-idx-nota from 1 by 1
                    until ws-idx-nota greater ws-qt-notas

                 initialize                         f16100-Nota_Debito_Fornecedor
                 move lnk-CompanyCode               to f16100-CompanyCode
                 move lnk-BranchCode                to f16100-BranchCode
                 move ws-nd-Number-nota-debito(ws-idx-nota) to f16100-Number-nota-debito
                 perform 9000-Read_Yomu-pd16100-ran
                 if   ws-OperationOK
                 and  f16100-nota-debito-aberta
                      perform 9000-compensa-nota-debito
                      if   f16100-nota-debito-compensada
                           add  1                   to ws-contador-notas
                      end-if
                 end-if

            end-perform

            move ws-total-compensado               to ws-Value-x
            string "Compensado " ws-Value-x " - notas de debito quitadas: " ws-contador-notas into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd01800
            close pd01900
            close pd02600
            close pd03300
            close pd03600
            close pd05000
            close pd05100
            close pd06000
            close pd06200
            close pd06500
            close pd09850
            close pd10200
            close pd11500
            close pd16000
            close pd16100
            close pd16200

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Devolucao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Devolucao

            perform 9000-StandardFrame
            display frm-Devolucao

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR01800.cpy.
       copy CSR01900.cpy.
       copy CSR02600.cpy.
       copy CSR03300.cpy.
       copy CSR03600.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR06200.cpy.
       copy CSR06500.cpy.
       copy CSR09850.cpy.
       copy CSR10200.cpy.
       copy CSR11500.cpy.
       copy CSR16000.cpy.
       copy CSR16100.cpy.
       copy CSR16200.cpy.
