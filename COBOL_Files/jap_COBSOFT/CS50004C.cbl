      $set sourceformat"free"
       program-id. CS50004C.
      *>=================================================================================
      *>
      *>          Industrializacao por Terceiros - Remessa e Retorno
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS01900.cpy.
       copy CSS02000.cpy.
       copy CSS02050.cpy.
       copy CSS02600.cpy.
       copy CSS03300.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS06000.cpy.
       copy CSS06100.cpy.
       copy CSS06500.cpy.
       copy CSS07200.cpy.
       copy CSS16300.cpy.
       copy CSS16400.cpy.

            select arq-terceiros assign to disk wid-arq-terceiros
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF01900.cpy.
       copy CSF02000.cpy.
       copy CSF02050.cpy.
       copy CSF02600.cpy.
       copy CSF03300.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF06000.cpy.
       copy CSF06100.cpy.
       copy CSF06500.cpy.
       copy CSF07200.cpy.
       copy CSF16300.cpy.
       copy CSF16400.cpy.

       fd   arq-terceiros.

       01   rs-arq-terceiros                       pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS50004C".
       78   c-ProgramDesc                   value "INDUSTRIALIZACAO POR TERCEIROS".

       78   c-serie-ordem-producao                 value 901.
       78   c-serie-nota-entrada                   value 902.
       78   c-serie-ordem-industrializacao         value 915.
       78   c-cfop-remessa-padrao                  value 5901.
       78   c-xml-nfe                              value "CS00107S".
       78   c-registrar-spool                      value "CS00123S".
       78   c-max-materiais                        value 100.

       *> Prazo legal de permanencia do material em poder de terceiros
       78   c-prazo-industrializacao               value 180.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW11800.cpy.
       copy CSW13900.cpy.

       01   ws-WorkFields.
            03 wid-arq-terceiros                   pic x(200).
            03 ws-idx                              pic 9(03).
            03 ws-Seq-item                         pic 9(09).
            03 ws-Number-ordem-ind                 pic 9(09).
            03 ws-Number-remessa                   pic 9(09).
            03 ws-Number-retorno                   pic 9(09).
            03 ws-qtde-necessaria                  pic 9(09)v9(04).
            03 ws-qtde-consumir                    pic 9(09)v9(04).
            03 ws-qtde-material-anterior           pic s9(09)v9(04).
            03 ws-qtde-disponivel-anterior         pic s9(09)v9(04).
            03 ws-qtde-reservada-anterior          pic s9(09)v9(04).
            03 ws-motivo-movimento                 pic x(40).
            03 ws-cfop                             pic 9(04).
            03 filler redefines ws-cfop.
               05 ws-cfop-origem                   pic 9(01).
               05 ws-cfop-natureza                 pic 9(03).
            03 ws-cfop-retorno-material            pic 9(04).
            03 ws-cfop-servico                     pic 9(04).
            03 ws-Value-total-nota                 pic 9(09)v9(02).
            03 ws-Value-total-item                 pic 9(09)v9(02).
            03 ws-data-vencimento-int              pic 9(07).
            03 ws-Parameters-data-util             pic 9(08).
            03 ws-id-material-disponivel           pic x(01).
               88 ws-materiais-disponiveis              value "S".
               88 ws-materiais-indisponiveis            value "N".
            03 ws-Parameters-custo.
               05 ws-custo-consumo-item            pic 9(11)v9(04).
               05 ws-custo-total-materiais         pic 9(11)v9(04).
               05 ws-custo-unitario-producao       pic 9(09)v9(04).
               05 ws-custo-total-x                 pic zzz.zzz.zz9,9999.
               05 ws-custo-unitario-x              pic zzz.zzz.zz9,9999.
            03 ws-Parameters-relatorio.
               05 ws-data-sistema-int              pic 9(07).
               05 ws-dias-terceiros                pic 9(05).
               05 ws-saldo-terceiros               pic 9(09)v9(04).
               05 ws-Value-terceiros               pic 9(11)v9(02).
               05 ws-Value-total-vencido           pic 9(11)v9(02).
               05 ws-contador-vencidos             pic 9(05).
               05 ws-saldo-terceiros-x             pic zzz.zzz.zz9,9999.
               05 ws-Value-terceiros-x             pic zzz.zzz.zz9,99.

            *> Materiais da estrutura do Product_Seihin a remeter
            03 ws-qt-materiais                     pic 9(03).
            03 ws-tabela-materiais.
               05 ws-mt-material occurs 100.
                  07 ws-mt-cd-material             pic 9(09).
                  07 ws-mt-qtde                    pic 9(09)v9(04).
                  07 ws-mt-custo-unitario          pic 9(09)v9(04).

       01   lk-Parameters-nfe.
            03 lk-Number-documento                 pic 9(09).
            03 lk-Series-documento                  pic 9(03).
            03 lk-Type-nota                        pic 9(02).
            03 lk-id-Type-operacao                 pic x(01).
               88 lk-nota-entrada                      value "E".
               88 lk-remessa-industrializacao          value "I".

       01   f-Industrializacao.
            03 f-Number-ordem-ind                  pic 9(09).
            03 f-Desc-status                       pic x(12).
            03 f-Number-ordem                      pic 9(09).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin                pic x(55).
            03 f-qtde-industrializar               pic 9(06)v9(04).
            03 f-ArmazemCode                       pic 9(04).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-razao-social                      pic x(55).
            03 f-Series-nfe                         pic 9(03).
            03 f-cfop                              pic 9(04).
            03 f-Number-remessa                    pic 9(09).
            03 f-data-remessa                      pic 9(08).
            03 f-Number-documento-fornecedor       pic 9(09).
            03 f-Series-documento-fornecedor        pic x(03).
            03 f-qtde-retornada                    pic 9(06)v9(04).
            03 f-Value-servico                     pic 9(09)v9(02).
            03 f-custo-materiais                   pic zzz.zzz.zz9,9999.
            03 f-custo-unitario                    pic zzz.zzz.zz9,9999.

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Industrializacao.
            03 line 11 col 21   pic x(12) value "Ordem Ind.:".
            03 line 11 col 34   pic 9(09) from f-Number-ordem-ind.
            03 line 11 col 50   pic x(08) value "Status:".
            03 line 11 col 59   pic x(12) from f-Desc-status.
            03 line 13 col 18   pic x(15) value "Ordem Producao:".
            03 line 13 col 34   pic 9(09) from f-Number-ordem.
            03 line 15 col 25   pic x(08) value "Produto:".
            03 line 15 col 34   pic 9(09) from f-ProductCode.
            03 line 15 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 17 col 28   pic x(05) value "Qtde:".
            03 line 17 col 34   pic 9(06)v9(04) from f-qtde-industrializar.
            03 line 17 col 50   pic x(08) value "Armazem:".
            03 line 17 col 59   pic 9(04) from f-ArmazemCode.
            03 line 19 col 22   pic x(11) value "Fornecedor:".
            03 line 19 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 19 col 45   pic x(55) from f-razao-social.
            03 line 21 col 23   pic x(10) value "Serie NF:".
            03 line 21 col 34   pic 9(03) from f-Series-nfe.
            03 line 21 col 53   pic x(05) value "CFOP:".
            03 line 21 col 59   pic 9(04) from f-cfop.
            03 line 23 col 21   pic x(12) value "Remessa NF:".
            03 line 23 col 34   pic 9(09) from f-Number-remessa.
            03 line 23 col 53   pic x(05) value "Data:".
            03 line 23 col 59   pic 9(08) from f-data-remessa.
            03 line 25 col 18   pic x(15) value "Doc Fornecedor:".
            03 line 25 col 34   pic 9(09) from f-Number-documento-fornecedor.
            03 line 25 col 52   pic x(06) value "Serie:".
            03 line 25 col 59   pic x(03) from f-Series-documento-fornecedor.
            03 line 27 col 18   pic x(15) value "Qtde Retornada:".
            03 line 27 col 34   pic 9(06)v9(04) from f-qtde-retornada.
            03 line 27 col 50   pic x(15) value "Value Servico:".
            03 line 27 col 66   pic zzz.zzz.zz9,99 from f-Value-servico.
            03 line 29 col 17   pic x(16) value "Custo Materiais:".
            03 line 29 col 34   pic zzz.zzz.zz9,9999 from f-custo-materiais.
            03 line 29 col 50   pic x(15) value "Custo Unitario:".
            03 line 29 col 66   pic zzz.zzz.zz9,9999 from f-custo-unitario.

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

            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-i-pd02000
            perform 9000-Open_Akeru-i-pd02050
            perform 9000-Open_Akeru-io-pd02600
            perform 9000-Open_Akeru-i-pd03300
            perform 9000-Open_Akeru-io-pd05000
            perform 9000-Open_Akeru-io-pd05100
            perform 9000-Open_Akeru-io-pd06000
            perform 9000-Open_Akeru-io-pd06100
            perform 9000-Open_Akeru-io-pd06500
            perform 9000-Open_Akeru-io-pd07200
            perform 9000-Open_Akeru-io-pd16300
            perform 9000-Open_Akeru-io-pd16400

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
                     perform 2100-Remeter
                when 02
                     perform 2100-Retornar
                when 03
                     perform 2100-Query_Shokai
                when 04
                     perform 2100-Report_Terceiros
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Remessa dos materiais da Ordem de Producao para a oficina do
      *> Fornecedor: NF-e de remessa (CFOP 5901/6901) e transferencia do
      *> Stock_Material proprio para o saldo em poder do Fornecedor
       2100-Remeter section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-ordem greater zeros or ws-tecla-Cancela
                 accept f-Number-ordem at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f07200-Ordem_Producao
            move lnk-CompanyCode                    to f07200-CompanyCode
            move lnk-BranchCode                     to f07200-BranchCode
            move f-Number-ordem                     to f07200-Number-ordem
            perform 9000-Read_Yomu-pd07200-ran
            if   not ws-OperationOK
                 string "Ordem de Producao no encontrada! [" f-Number-ordem "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   not f07200-ordem-aberta
                 move "Somente Ordem aberta pode ser remetida para industrializacao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f07200-industrializacao-externa
                 move "Ordem de Producao ja remetida para industrializacao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f07200-qtde-produzida greater zeros
            or   f07200-qtde-refugada  greater zeros
                 move "Ordem com apontamentos de producao - no pode ser remetida!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f07200-ProductCode                 to f-ProductCode
            move f07200-qtde-produzir               to f-qtde-industrializar
            move f07200-ArmazemCode                 to f-ArmazemCode

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f07200-ProductCode                 to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin     to f-Desc-Product_Seihin
            end-if
            perform 8000-Screen_Gamen

            perform until f-cd-fornecedor greater zeros or ws-tecla-Cancela
                 accept f-cd-fornecedor at line 19 col 34 with update auto-skip
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

            perform until f-Series-nfe greater zeros or ws-tecla-Cancela
                 accept f-Series-nfe at line 21 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            *> CFOP de remessa para industrializacao (x901 de saida)
            move c-cfop-remessa-padrao              to f-cfop
            perform until exit
                 accept f-cfop at line 21 col 59 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 move f-cfop                        to ws-cfop
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
                 and  ws-cfop-natureza equal 901
                      exit perform
                 end-if
                 string "CFOP Invalid_Mukou para remessa de industrializacao! [" f-cfop "]" into ws-Message_Messeji
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

            perform 2200-carrega-materiais

            if   ws-qt-materiais equal zeros
                 string "Product_Seihin [" f07200-ProductCode "] no possui estrutura cadastrada!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   ws-materiais-indisponiveis
                 move "Remessa no efetuada - material sem saldo disponivel!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin remessa para industrializacao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2300-gravar-remessa

       exit.

      *>=================================================================================
      *> Explode a estrutura da Ordem e confere o saldo proprio de cada
      *> material
       2200-carrega-materiais section.

            move zeros                              to ws-qt-materiais
            initialize                              ws-tabela-materiais
            set  ws-materiais-disponiveis           to true

            initialize                             f02050-estrutura
            move lnk-CompanyCode                    to f02050-CompanyCode
            move lnk-BranchCode                     to f02050-BranchCode
            move f07200-ProductCode                 to f02050-ProductCode
            move zeros                             to f02050-cd-material
            perform 9000-str-pd02050-grt
            perform 9000-Read_Yomu-pd02050-nex
            perform until not ws-OperationOK
                       or f02050-CompanyCode not equal lnk-CompanyCode
                       or f02050-BranchCode  not equal lnk-BranchCode
                       or f02050-ProductCode not equal f07200-ProductCode
                       or ws-qt-materiais not less c-max-materiais

                 compute ws-qtde-necessaria =
                         f02050-qtde-material * f07200-qtde-produzir

                 add  1                             to ws-qt-materiais
                 move f02050-cd-material            to ws-mt-cd-material(ws-qt-materiais)
                 move ws-qtde-necessaria            to ws-mt-qtde(ws-qt-materiais)

                 initialize                         f06100-Stock_Material
                 move lnk-CompanyCode               to f06100-CompanyCode
                 move lnk-BranchCode                to f06100-BranchCode
                 move f02050-cd-material            to f06100-cd-material
                 move f07200-ArmazemCode            to f06100-ArmazemCode
                 perform 9000-Read_Yomu-pd06100-ran
                 if   not ws-OperationOK
                 or   (f06100-qtde-disponivel - f06100-qtde-reservada) less ws-qtde-necessaria
                      set ws-materiais-indisponiveis to true
                      string "Material [" f02050-cd-material "] com saldo insuficiente!" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if

                 perform 9000-Read_Yomu-pd02050-nex
            end-perform

       exit.

      *>=================================================================================
       2300-gravar-remessa section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            move c-serie-ordem-industrializacao    to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento
            move lnk-Number-documento              to ws-Number-ordem-ind

            move f-Series-nfe                       to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento
            move lnk-Number-documento              to ws-Number-remessa

            move zeros                              to ws-Seq-item
                                                       ws-Value-total-nota

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-materiais
                 perform 2310-remeter-material
            end-perform

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move 01                                to f05000-Type-nota
            move ws-Number-remessa                 to f05000-Number-documento
            move f-Series-nfe                       to f05000-Series-documento
            move f-cd-fornecedor                    to f05000-cd-destinatario
            move ws-data-inv                       to f05000-data-operacao
            move ws-Hours(01:06)                   to f05000-horario-operacao
            move function numval(lnk-UserID)       to f05000-UserID-operacao
            move ws-Value-total-nota               to f05000-Value-total-produtos
                                                      f05000-Value-total
            move f07200-Number-ordem               to f05000-Number-documento-origem
            move c-serie-ordem-producao            to f05000-Series-documento-origem
            set  f05000-remessa-industrializacao   to true
            set  f05000-nota-emitida               to true

            perform 9000-Write_Kaku-pd05000
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05000-mestre-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f16300-Ordem_Industrializacao
            move lnk-CompanyCode                    to f16300-CompanyCode
            move lnk-BranchCode                     to f16300-BranchCode
            move ws-Number-ordem-ind               to f16300-Number-ordem-ind
            move f07200-Number-ordem               to f16300-Number-ordem
            move f-cd-fornecedor                    to f16300-cd-fornecedor
            move f07200-ProductCode                 to f16300-ProductCode
            move f07200-ArmazemCode                 to f16300-ArmazemCode
            move f07200-qtde-produzir               to f16300-qtde-industrializar
            move ws-data-inv                       to f16300-data-emissao
            move ws-Number-remessa                 to f16300-Number-remessa
            move f-Series-nfe                       to f16300-Series-remessa
            move f-cfop                            to f16300-cfop-remessa
            set  f16300-ordem-ind-remetida         to true
            move function numval(lnk-UserID)       to f16300-UserID-operacao

            perform 9000-Write_Kaku-pd16300
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f16300-Ordem_Industrializacao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> A Ordem de Producao passa a ser concluida pelo retorno
            set  f07200-industrializacao-externa   to true
            perform 9000-Rewrite_Kakinaosu-pd07200
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f07200-Ordem_Producao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            initialize                             lk-Parameters-nfe
            move ws-Number-remessa                 to lk-Number-documento
            move f-Series-nfe                       to lk-Series-documento
            move 01                                to lk-Type-nota
            set  lk-remessa-industrializacao       to true
            move lk-Parameters-nfe                 to lnk-Line_Gyou-comando
            call c-xml-nfe using lnk-par
            cancel c-xml-nfe

            string "Ordem de Industrializacao [" ws-Number-ordem-ind "] - Remessa NF [" ws-Number-remessa
                   "/" f-Series-nfe "] emitida com sucesso!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> O material sai do saldo proprio (com registro no ledger) e passa ao
      *> saldo em poder do Fornecedor, que mantem o custo da remessa
       2310-remeter-material section.

            initialize                             f06100-Stock_Material
            move lnk-CompanyCode                    to f06100-CompanyCode
            move lnk-BranchCode                     to f06100-BranchCode
            move ws-mt-cd-material(ws-idx)          to f06100-cd-material
            move f07200-ArmazemCode                 to f06100-ArmazemCode
            perform 9000-Read_Yomu-pd06100-ran
            if   not ws-OperationOK
                 string "読み取りエラー f06100-Stock_Material - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f06100-custo-medio                 to ws-mt-custo-unitario(ws-idx)
            move f06100-qtde-disponivel             to ws-qtde-material-anterior
            subtract ws-mt-qtde(ws-idx)            from f06100-qtde-disponivel
            perform 9000-Rewrite_Kakinaosu-pd06100
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f06100-Stock_Material - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string "Remessa Ind. NF [" ws-Number-remessa "] - " c-ThisProgram into ws-motivo-movimento
            perform 9000-Gravar_Kaku-Movimento-Material

            initialize                             f06100-Stock_Material
            move lnk-CompanyCode                    to f06100-CompanyCode
            move lnk-BranchCode                     to f06100-BranchCode
            move ws-mt-cd-material(ws-idx)          to f06100-cd-material
            move f07200-ArmazemCode                 to f06100-ArmazemCode
            move f-cd-fornecedor                    to f06100-cd-fornecedor
            perform 9000-Read_Yomu-pd06100-ran
            if   ws-RecordNotFound
                 initialize                         f06100-Stock_Material
                 move lnk-CompanyCode               to f06100-CompanyCode
                 move lnk-BranchCode                to f06100-BranchCode
                 move ws-mt-cd-material(ws-idx)     to f06100-cd-material
                 move f07200-ArmazemCode            to f06100-ArmazemCode
                 move f-cd-fornecedor               to f06100-cd-fornecedor
                 perform 9000-Write_Kaku-pd06100
                 perform 9000-Read_Yomu-pd06100-ran
            end-if

            if   ws-OperationOK
                 if   (f06100-qtde-disponivel + ws-mt-qtde(ws-idx)) greater zeros
                      compute f06100-custo-medio rounded =
                              ((f06100-qtde-disponivel * f06100-custo-medio)
                               + (ws-mt-qtde(ws-idx) * ws-mt-custo-unitario(ws-idx)))
                              / (f06100-qtde-disponivel + ws-mt-qtde(ws-idx))
                 else
                      move ws-mt-custo-unitario(ws-idx) to f06100-custo-medio
                 end-if
                 add  ws-mt-qtde(ws-idx)            to f06100-qtde-disponivel
                 perform 9000-Rewrite_Kakinaosu-pd06100
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f06100-Stock_Material em terceiros - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            compute ws-Value-total-item rounded =
                    ws-mt-qtde(ws-idx) * ws-mt-custo-unitario(ws-idx)

            add  1                                  to ws-Seq-item
            initialize                             f05100-item-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05100-CompanyCode
            move lnk-BranchCode                     to f05100-BranchCode
            move 01                                to f05100-Type-nota
            move ws-Number-remessa                 to f05100-Number-documento
            move f-Series-nfe                       to f05100-Series-documento
            move f-cd-fornecedor                    to f05100-cd-destinatario
            move ws-Seq-item                       to f05100-Seq
            move ws-mt-cd-material(ws-idx)         to f05100-cd-Merchandise_Shohin
            move f-cfop                            to f05100-cfop
            move ws-mt-qtde(ws-idx)                to f05100-Qty-Merchandise_Shohin
            move ws-mt-custo-unitario(ws-idx)      to f05100-Value-unitario
                                                      f05100-custo-unitario
            move ws-Value-total-item               to f05100-Value-total

            perform 9000-Write_Kaku-pd05100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05100-item-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            add  ws-Value-total-item                to ws-Value-total-nota

            initialize                             f16400-Remessa_Industrializacao
            move lnk-CompanyCode                    to f16400-CompanyCode
            move lnk-BranchCode                     to f16400-BranchCode
            move ws-Number-ordem-ind               to f16400-Number-ordem-ind
            move ws-mt-cd-material(ws-idx)         to f16400-cd-material
            move f-cd-fornecedor                    to f16400-cd-fornecedor
            move f07200-ArmazemCode                 to f16400-ArmazemCode
            move ws-data-inv                       to f16400-data-remessa
            move ws-mt-qtde(ws-idx)                to f16400-qtde-remetida
            move zeros                             to f16400-qtde-consumida
            move ws-mt-custo-unitario(ws-idx)      to f16400-custo-unitario

            perform 9000-Write_Kaku-pd16400
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f16400-Remessa_Industrializacao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Retorno da oficina: nota do Fornecedor com o retorno simbolico dos
      *> materiais (CFOP 1902/2902) e a cobranca do servico (1124/2124).
      *> Os materiais remetidos sao consumidos e o custo do Product_Seihin
      *> acabado soma os materiais e o servico
       2100-Retornar section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Ordem-ind
            if   not ws-OperationOK
                 exit section
            end-if

            if   not f16300-ordem-ind-remetida
                 move "Somente Ordem remetida pode ter retorno registrado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform until f-Number-documento-fornecedor greater zeros or ws-tecla-Cancela
                 accept f-Number-documento-fornecedor at line 25 col 34 with update auto-skip
            end-perform

            perform until f-Series-documento-fornecedor <> spaces or ws-tecla-Cancela
                 accept f-Series-documento-fornecedor at line 25 col 59 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move f16300-qtde-industrializar         to f-qtde-retornada
            perform until exit
                 accept f-qtde-retornada at line 27 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-qtde-retornada greater zeros
                 and  f-qtde-retornada not greater f16300-qtde-industrializar
                      exit perform
                 end-if
                 move "Quantidade retornada Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            move zeros                              to f-Value-servico
            perform until f-Value-servico greater zeros or ws-tecla-Cancela
                 accept f-Value-servico at line 27 col 66 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

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

            move "Confirm_Kakunin retorno da industrializacao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2400-gravar-retorno

       exit.

      *>=================================================================================
       2400-gravar-retorno section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            move c-serie-nota-entrada              to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento
            move lnk-Number-documento              to ws-Number-retorno

            *> Remessa interestadual: retorno e servico com CFOP 2xxx
            move f16300-cfop-remessa               to ws-cfop
            if   ws-cfop-origem equal 6
                 move 2902                          to ws-cfop-retorno-material
                 move 2124                          to ws-cfop-servico
            else
                 move 1902                          to ws-cfop-retorno-material
                 move 1124                          to ws-cfop-servico
            end-if

            move zeros                              to ws-Seq-item
                                                       ws-Value-total-nota
                                                       ws-custo-total-materiais

            initialize                             f16400-Remessa_Industrializacao
            move lnk-CompanyCode                    to f16400-CompanyCode
            move lnk-BranchCode                     to f16400-BranchCode
            move f16300-Number-ordem-ind            to f16400-Number-ordem-ind
            move zeros                             to f16400-cd-material
            perform 9000-str-pd16400-grt
            perform 9000-Read_Yomu-pd16400-nex
            perform until not ws-OperationOK
                       or f16400-CompanyCode      not equal lnk-CompanyCode
                       or f16400-BranchCode       not equal lnk-BranchCode
                       or f16400-Number-ordem-ind not equal f16300-Number-ordem-ind

                 compute ws-qtde-consumir =
                         f16400-qtde-remetida - f16400-qtde-consumida

                 if   ws-qtde-consumir greater zeros
                      perform 2410-consome-material-terceiros
                 end-if

                 perform 9000-Read_Yomu-pd16400-nex
            end-perform

            *> Item do servico de industrializacao sobre o Product_Seihin
            add  1                                  to ws-Seq-item
            initialize                             f05100-item-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05100-CompanyCode
            move lnk-BranchCode                     to f05100-BranchCode
            move 00                                to f05100-Type-nota
            move ws-Number-retorno                 to f05100-Number-documento
            move c-serie-nota-entrada              to f05100-Series-documento
            move f16300-cd-fornecedor               to f05100-cd-destinatario
            move ws-Seq-item                       to f05100-Seq
            move f16300-ProductCode                 to f05100-cd-Merchandise_Shohin
            move ws-cfop-servico                   to f05100-cfop
            move f-qtde-retornada                  to f05100-Qty-Merchandise_Shohin
            move f-Value-servico                   to f05100-Value-total
            compute f05100-Value-unitario rounded =
                    f05100-Value-total / f-qtde-retornada

            perform 9000-Write_Kaku-pd05100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05100-item-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move f-Value-servico                   to f16300-Value-servico
            add  f16300-Value-servico              to ws-Value-total-nota

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move 00                                to f05000-Type-nota
            move ws-Number-retorno                 to f05000-Number-documento
            move c-serie-nota-entrada              to f05000-Series-documento
            move f-Number-documento-fornecedor     to f05000-Number-documento-origem
            move f-Series-documento-fornecedor      to f05000-Series-documento-origem
            move f16300-cd-fornecedor               to f05000-cd-destinatario
            move ws-data-inv                       to f05000-data-operacao
            move ws-Hours(01:06)                   to f05000-horario-operacao
            move function numval(lnk-UserID)       to f05000-UserID-operacao
            move ws-Value-total-nota               to f05000-Value-total-produtos
                                                      f05000-Value-total
            set  f05000-retorno-industrializacao   to true
            set  f05000-nota-emitida               to true

            perform 9000-Write_Kaku-pd05000
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05000-mestre-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> O retorno dos materiais e simbolico: o titulo do Fornecedor
            *> e somente o servico cobrado
            perform 9000-gravar-Contas_Pagar

            perform 2420-entrada-Product_Seihin

            move f16300-Number-ordem-ind            to ws-Number-ordem-ind
            move ws-Number-retorno                 to f16300-Number-retorno
            move c-serie-nota-entrada              to f16300-Series-retorno
            move f-Number-documento-fornecedor     to f16300-Number-documento-fornecedor
            move f-Series-documento-fornecedor      to f16300-Series-documento-fornecedor
            move ws-data-inv                       to f16300-data-retorno
            move f-qtde-retornada                  to f16300-qtde-retornada
            move ws-custo-total-materiais          to f16300-custo-materiais
            move ws-custo-unitario-producao        to f16300-custo-unitario
            set  f16300-ordem-ind-retornada        to true
            perform 9000-Rewrite_Kakinaosu-pd16300
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f16300-Ordem_Industrializacao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            initialize                             f07200-Ordem_Producao
            move lnk-CompanyCode                    to f07200-CompanyCode
            move lnk-BranchCode                     to f07200-BranchCode
            move f16300-Number-ordem                to f07200-Number-ordem
            perform 9000-Read_Yomu-pd07200-ran
            if   ws-OperationOK
                 set  f07200-ordem-concluida        to true
                 move ws-data-inv                   to f07200-data-conclusao
                 perform 9000-Rewrite_Kakinaosu-pd07200
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f07200-Ordem_Producao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move ws-custo-total-materiais           to ws-custo-total-x
            move ws-custo-unitario-producao         to ws-custo-unitario-x
            string "Retorno OI [" ws-Number-ordem-ind
                   "]: Materiais " ws-custo-total-x
                   " Custo Unitario " ws-custo-unitario-x
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Consumo do saldo em poder do Fornecedor pelo custo da remessa; o
      *> ledger ja registrou a saida do saldo proprio na remessa
       2410-consome-material-terceiros section.

            initialize                             f06100-Stock_Material
            move lnk-CompanyCode                    to f06100-CompanyCode
            move lnk-BranchCode                     to f06100-BranchCode
            move f16400-cd-material                 to f06100-cd-material
            move f16400-ArmazemCode                 to f06100-ArmazemCode
            move f16400-cd-fornecedor               to f06100-cd-fornecedor
            perform 9000-Read_Yomu-pd06100-ran
            if   ws-OperationOK
                 subtract ws-qtde-consumir         from f06100-qtde-disponivel
                 perform 9000-Rewrite_Kakinaosu-pd06100
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao baixar f06100-Stock_Material em terceiros - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            compute ws-custo-consumo-item rounded =
                    ws-qtde-consumir * f16400-custo-unitario
            add  ws-custo-consumo-item              to ws-custo-total-materiais

            add  ws-qtde-consumir                   to f16400-qtde-consumida
            perform 9000-Rewrite_Kakinaosu-pd16400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f16400-Remessa_Industrializacao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            *> Item de retorno simbolico do material na nota de entrada
            add  1                                  to ws-Seq-item
            initialize                             f05100-item-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05100-CompanyCode
            move lnk-BranchCode                     to f05100-BranchCode
            move 00                                to f05100-Type-nota
            move ws-Number-retorno                 to f05100-Number-documento
            move c-serie-nota-entrada              to f05100-Series-documento
            move f16400-cd-fornecedor               to f05100-cd-destinatario
            move ws-Seq-item                       to f05100-Seq
            move f16400-cd-material                 to f05100-cd-Merchandise_Shohin
            move ws-cfop-retorno-material          to f05100-cfop
            move ws-qtde-consumir                  to f05100-Qty-Merchandise_Shohin
            move f16400-custo-unitario              to f05100-Value-unitario
                                                      f05100-custo-unitario
            compute f05100-Value-total rounded =
                    ws-qtde-consumir * f16400-custo-unitario

            perform 9000-Write_Kaku-pd05100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f05100-item-Invoice_Seikyusho - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            add  f05100-Value-total                 to ws-Value-total-nota

       exit.

      *>=================================================================================
      *> Custo unitario do Product_Seihin industrializado: materiais
      *> remetidos e servico do Fornecedor sobre a Qty retornada
       2420-entrada-Product_Seihin section.

            compute ws-custo-unitario-producao rounded =
                    (ws-custo-total-materiais + f16300-Value-servico)
                    / f-qtde-retornada

            initialize                          f06000-Stock_Zaiko
            move lnk-CompanyCode                 to f06000-CompanyCode
            move lnk-BranchCode                  to f06000-BranchCode
            move f16300-ProductCode              to f06000-ProductCode
            move f16300-ArmazemCode              to f06000-ArmazemCode
            perform 9000-Read_Yomu-pd06000-ran
            if   ws-RecordNotFound
                 initialize                      f06000-Stock_Zaiko
                 move lnk-CompanyCode             to f06000-CompanyCode
                 move lnk-BranchCode              to f06000-BranchCode
                 move f16300-ProductCode          to f06000-ProductCode
                 move f16300-ArmazemCode          to f06000-ArmazemCode
                 perform 9000-Write_Kaku-pd06000
                 perform 9000-Read_Yomu-pd06000-ran
            end-if

            if   not ws-OperationOK
                 string "読み取りエラー f06000-Stock_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            move f06000-qtde-disponivel           to ws-qtde-disponivel-anterior
            move f06000-qtde-reservada            to ws-qtde-reservada-anterior

            if   (f06000-qtde-disponivel + f-qtde-retornada) greater zeros
                 compute f06000-custo-medio rounded =
                         ((f06000-qtde-disponivel * f06000-custo-medio)
                          + (f-qtde-retornada * ws-custo-unitario-producao))
                         / (f06000-qtde-disponivel + f-qtde-retornada)
            else
                 move ws-custo-unitario-producao  to f06000-custo-medio
            end-if

            add  f-qtde-retornada                 to f06000-qtde-disponivel

            perform 9000-Rewrite_Kakinaosu-pd06000
            if   ws-OperationOK
                 string "Industrializacao OI [" f16300-Number-ordem-ind "] - " c-ThisProgram into ws-motivo-movimento
                 perform 9000-Gravar_Kaku-Movimento_Zaiko
            else
                 string "Error_Eraa ao Rewrite_Kakinaosu f06000-Stock_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-gravar-Contas_Pagar section.

            initialize                             f02600-Contas_Pagar
            move f05000-CompanyCode                to f02600-CompanyCode
            move f05000-BranchCode                 to f02600-BranchCode
            move f05000-Type-nota                 to f02600-Type-nota
            move f05000-Number-documento          to f02600-Number-documento
            move f05000-Series-documento           to f02600-Series-documento
            move f05000-cd-destinatario            to f02600-cd-fornecedor
            move f05000-Number-documento-origem    to f02600-Number-documento-origem
            move f05000-Series-documento-origem     to f02600-Series-documento-origem
            move f05000-data-operacao              to f02600-data-emissao

            compute ws-data-vencimento-int =
                    function integer-of-date(f05000-data-operacao)
                    + c-dias-prazo-pagamento

            move function date-of-integer(ws-data-vencimento-int)
                                                    to f02600-data-vencimento

            *> Rola o vencimento para o proximo dia util
            move f02600-data-vencimento            to ws-Parameters-data-util
            call c-proximo-dia-util using lnk-par ws-Parameters-data-util
            cancel c-proximo-dia-util
            move ws-Parameters-data-util           to f02600-data-vencimento

            move f16300-Value-servico              to f02600-Value-total
            move zeros                             to f02600-Value-pago
            set  f02600-aberto                     to true

            perform 9000-Write_Kaku-pd02600
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

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Ordem-ind

       exit.

      *>=================================================================================
       9000-Localiza-Ordem-ind section.

            perform 8000-ClearScreen

            perform until f-Number-ordem-ind greater zeros or ws-tecla-Cancela
                 accept f-Number-ordem-ind at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f16300-Ordem_Industrializacao
            move lnk-CompanyCode                    to f16300-CompanyCode
            move lnk-BranchCode                     to f16300-BranchCode
            move f-Number-ordem-ind                 to f16300-Number-ordem-ind
            perform 9000-Read_Yomu-pd16300-ran
            if   not ws-OperationOK
                 string "Ordem de Industrializacao no encontrada! [" f-Number-ordem-ind "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            evaluate true
                when f16300-ordem-ind-remetida
                     move "REMETIDA"                to f-Desc-status
                when f16300-ordem-ind-retornada
                     move "RETORNADA"               to f-Desc-status
                when other
                     move "CANCELADA"               to f-Desc-status
            end-evaluate

            move f16300-Number-ordem                to f-Number-ordem
            move f16300-ProductCode                 to f-ProductCode
            move f16300-qtde-industrializar         to f-qtde-industrializar
            move f16300-ArmazemCode                 to f-ArmazemCode
            move f16300-cd-fornecedor               to f-cd-fornecedor
            move f16300-Series-remessa               to f-Series-nfe
            move f16300-cfop-remessa                to f-cfop
            move f16300-Number-remessa              to f-Number-remessa
            move f16300-data-emissao                to f-data-remessa
            move f16300-Number-documento-fornecedor to f-Number-documento-fornecedor
            move f16300-Series-documento-fornecedor  to f-Series-documento-fornecedor
            move f16300-qtde-retornada              to f-qtde-retornada
            move f16300-Value-servico               to f-Value-servico
            move f16300-custo-materiais             to f-custo-materiais
            move f16300-custo-unitario              to f-custo-unitario

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f16300-ProductCode                 to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin     to f-Desc-Product_Seihin
            else
                 move spaces                        to f-Desc-Product_Seihin
            end-if

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f16300-cd-fornecedor               to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   ws-OperationOK
                 move f01900-razao-social           to f-razao-social
            else
                 move spaces                        to f-razao-social
            end-if

            perform 8000-Screen_Gamen

            *> Releitura para manter o registro da Ordem no buffer
            initialize                             f16300-Ordem_Industrializacao
            move lnk-CompanyCode                    to f16300-CompanyCode
            move lnk-BranchCode                     to f16300-BranchCode
            move f-Number-ordem-ind                 to f16300-Number-ordem-ind
            perform 9000-Read_Yomu-pd16300-ran

       exit.

      *>=================================================================================
      *> Materiais em poder de terceiros ha mais do que o prazo legal de
      *> permanencia, por Fornecedor e data de remessa
       2100-Report_Terceiros section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move function integer-of-date(ws-data-inv) to ws-data-sistema-int

            string lnk-tmp-path delimited by "  "
                   "\MATERIAIS_TERCEIROS_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-terceiros
            open output arq-terceiros
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-terceiros
            string "MATERIAIS EM PODER DE TERCEIROS HA MAIS DE " c-prazo-industrializacao
                   " DIAS - " ws-data-inv delimited by size into rs-arq-terceiros
            write rs-arq-terceiros
            move spaces                             to rs-arq-terceiros
            write rs-arq-terceiros
            move spaces                             to rs-arq-terceiros
            string "FORNECEDOR RAZAO SOCIAL                   ORDEM IND. MATERIAL  REMESSA   DIAS           SALDO           VALOR"
                   delimited by size into rs-arq-terceiros
            write rs-arq-terceiros

            move zeros                              to ws-contador-vencidos
                                                       ws-Value-total-vencido

            initialize                             f16400-Remessa_Industrializacao
            move lnk-CompanyCode                    to f16400-CompanyCode
            move lnk-BranchCode                     to f16400-BranchCode
            move zeros                             to f16400-cd-fornecedor
                                                      f16400-data-remessa
            perform 9000-str-pd16400-nlss-1
            perform 9000-Read_Yomu-pd16400-nex
            perform until not ws-OperationOK
                       or f16400-CompanyCode not equal lnk-CompanyCode
                       or f16400-BranchCode  not equal lnk-BranchCode

                 compute ws-saldo-terceiros =
                         f16400-qtde-remetida - f16400-qtde-consumida
                 compute ws-dias-terceiros =
                         ws-data-sistema-int
                         - function integer-of-date(f16400-data-remessa)

                 if   ws-saldo-terceiros greater zeros
                 and  ws-dias-terceiros greater c-prazo-industrializacao
                      perform 2110-imprimir-material-vencido
                 end-if

                 perform 9000-Read_Yomu-pd16400-nex
            end-perform

            move ws-Value-total-vencido             to ws-Value-terceiros-x
            move spaces                             to rs-arq-terceiros
            write rs-arq-terceiros
            move spaces                             to rs-arq-terceiros
            string "REMESSAS VENCIDAS: " ws-contador-vencidos
                   "  VALOR TOTAL: " ws-Value-terceiros-x
                   delimited by size into rs-arq-terceiros
            write rs-arq-terceiros

            close arq-terceiros

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "MATERIAIS EM TERCEIROS " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-terceiros                  to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-terceiros into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2110-imprimir-material-vencido section.

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f16400-cd-fornecedor               to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   not ws-OperationOK
                 move spaces                        to f01900-razao-social
            end-if

            compute ws-Value-terceiros rounded =
                    ws-saldo-terceiros * f16400-custo-unitario

            move ws-saldo-terceiros                 to ws-saldo-terceiros-x
            move ws-Value-terceiros                 to ws-Value-terceiros-x

            move spaces                             to rs-arq-terceiros
            string f16400-cd-fornecedor "  " f01900-razao-social(1:30)
                   " " f16400-Number-ordem-ind " " f16400-cd-material
                   " " f16400-data-remessa " " ws-dias-terceiros
                   " " ws-saldo-terceiros-x " " ws-Value-terceiros-x
                   delimited by size into rs-arq-terceiros
            write rs-arq-terceiros

            add  1                                  to ws-contador-vencidos
            add  ws-Value-terceiros                 to ws-Value-total-vencido

       exit.

      *>=================================================================================
       9000-Gravar_Kaku-Movimento-Material section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            initialize                                        f06500-Movimento_Zaiko
            move f06100-CompanyCode                           to f06500-CompanyCode
            move f06100-BranchCode                            to f06500-BranchCode
            move f06100-cd-material                           to f06500-ProductCode
            move f06100-ArmazemCode                           to f06500-ArmazemCode
            move ws-data-inv                                  to f06500-data-movimento
            move ws-Hours                                     to f06500-horario-movimento
            move function numval(lnk-UserID)                  to f06500-UserID-movimento
            set  f06500-movimento-Saida                       to true
            move ws-qtde-material-anterior                    to f06500-qtde-disponivel-anterior
            move f06100-qtde-disponivel                       to f06500-qtde-disponivel-nova
            move f06100-qtde-reservada                        to f06500-qtde-reservada-anterior
            move f06100-qtde-reservada                        to f06500-qtde-reservada-nova
            move ws-motivo-movimento                          to f06500-motivo-movimento
            move f06100-custo-medio                           to f06500-custo-unitario

            perform 9000-Write_Kaku-pd06500
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar Movimento_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

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
            set  f06500-movimento-Entrada                     to true
            move ws-qtde-disponivel-anterior                  to f06500-qtde-disponivel-anterior
            move f06000-qtde-disponivel                       to f06500-qtde-disponivel-nova
            move ws-qtde-reservada-anterior                   to f06500-qtde-reservada-anterior
            move f06000-qtde-reservada                        to f06500-qtde-reservada-nova
            move ws-motivo-movimento                          to f06500-motivo-movimento
            move ws-custo-unitario-producao                   to f06500-custo-unitario

            perform 9000-Write_Kaku-pd06500
            if   not ws-OperationOK
                 string "Error_Eraa ao gravar Movimento_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd01900
            close pd02000
            close pd02050
            close pd02600
            close pd03300
            close pd05000
            close pd05100
            close pd06000
            close pd06100
            close pd06500
            close pd07200
            close pd16300
            close pd16400

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Industrializacao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Industrializacao

            perform 9000-StandardFrame
            display frm-Industrializacao

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR01900.cpy.
       copy CSR02000.cpy.
       copy CSR02050.cpy.
       copy CSR02600.cpy.
       copy CSR03300.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR06000.cpy.
       copy CSR06100.cpy.
       copy CSR06500.cpy.
       copy CSR07200.cpy.
       copy CSR16300.cpy.
       copy CSR16400.cpy.
