      $set sourceformat"free"
       program-id. CS50006C.
      *>=================================================================================
      *>
      *>        Apontamento de Producao - Refugo e Variancia de Consumo
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS02000.cpy.
       copy CSS02050.cpy.
       copy CSS06000.cpy.
       copy CSS06100.cpy.
       copy CSS06500.cpy.
       copy CSS07200.cpy.
       copy CSS16700.cpy.
       copy CSS16800.cpy.
       copy CSS16900.cpy.

            select arq-variancia assign to disk wid-arq-variancia
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF02000.cpy.
       copy CSF02050.cpy.
       copy CSF06000.cpy.
       copy CSF06100.cpy.
       copy CSF06500.cpy.
       copy CSF07200.cpy.
       copy CSF16700.cpy.
       copy CSF16800.cpy.
       copy CSF16900.cpy.

       fd   arq-variancia.

       01   rs-arq-variancia                       pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS50006C".
       78   c-ProgramDesc                   value "APONTAMENTO DE PRODUCAO".
       78   c-registrar-spool                      value "CS00123S".
       78   c-max-materiais                        value 100.
       78   c-max-variancia-produto                value 500.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 wid-arq-variancia                   pic x(200).
            03 ws-idx                              pic 9(03).
            03 ws-idx-produto                      pic 9(04).
            03 ws-Seq-apontamento                  pic 9(04).
            03 ws-qtde-apontada                    pic 9(06)v9(04).
            03 ws-qtde-saldo-ordem                 pic s9(07)v9(04).
            03 ws-qtde-material-anterior           pic s9(09)v9(04).
            03 ws-qtde-disponivel-anterior         pic s9(09)v9(04).
            03 ws-qtde-reservada-anterior          pic s9(09)v9(04).
            03 ws-motivo-movimento                 pic x(40).
            03 ws-id-registro                      pic x(01).
               88 ws-registro-novo                      value "N".
               88 ws-registro-existente                 value "E".
            03 ws-id-material-disponivel           pic x(01).
               88 ws-materiais-disponiveis              value "S".
               88 ws-materiais-indisponiveis            value "N".
            03 ws-Parameters-custo.
               05 ws-custo-consumo-item            pic 9(11)v9(04).
               05 ws-custo-total-materiais         pic 9(11)v9(04).
               05 ws-custo-unitario-producao       pic 9(09)v9(04).
               05 ws-custo-total-x                 pic zzz.zzz.zz9,9999.
               05 ws-custo-unitario-x              pic zzz.zzz.zz9,9999.
            03 ws-Parameters-variancia.
               05 ws-Number-ordem-quebra           pic 9(09).
               05 ws-ProductCode-quebra            pic 9(09).
               05 ws-qtde-variacao                 pic s9(09)v9(04).
               05 ws-Value-variacao                pic s9(11)v9(02).
               05 ws-Value-variacao-total          pic s9(11)v9(02).
               05 ws-qtde-padrao-x                 pic -zzz.zzz.zz9,9999.
               05 ws-qtde-real-x                   pic -zzz.zzz.zz9,9999.
               05 ws-qtde-variacao-x               pic -zzz.zzz.zz9,9999.
               05 ws-Value-variacao-x              pic -zzz.zzz.zz9,99.
               05 ws-id-tabela-cheia               pic x(01).
                  88 ws-tabela-produto-cheia            value "S".

            *> Materiais do apontamento: padrao pela estrutura e consumo real
            03 ws-qt-materiais                     pic 9(03).
            03 ws-tabela-materiais.
               05 ws-mt-material occurs 100.
                  07 ws-mt-cd-material             pic 9(09).
                  07 ws-mt-qtde-padrao             pic 9(09)v9(04).
                  07 ws-mt-qtde-real               pic 9(09)v9(04).
                  07 ws-mt-custo-unitario          pic 9(09)v9(04).

            *> Consumo acumulado por Product_Seihin e material
            03 ws-qt-variancia-produto             pic 9(04).
            03 ws-tabela-variancia-produto.
               05 ws-vp-entrada occurs 500.
                  07 ws-vp-ProductCode             pic 9(09).
                  07 ws-vp-cd-material             pic 9(09).
                  07 ws-vp-qtde-padrao             pic 9(11)v9(04).
                  07 ws-vp-qtde-real               pic 9(11)v9(04).
                  07 ws-vp-Value-variacao          pic s9(11)v9(02).

       01   f-Apontamento.
            03 f-Number-ordem                      pic 9(09).
            03 f-StatusID                          pic x(01).
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin                pic x(55).
            03 f-qtde-produzir                     pic 9(06)v9(04).
            03 f-qtde-saldo                        pic 9(06)v9(04).
            03 f-qtde-boa                          pic 9(06)v9(04).
            03 f-qtde-refugo                       pic 9(06)v9(04).
            03 f-cd-motivo-refugo                  pic 9(03).
            03 f-Desc-motivo-refugo                pic x(40).
            03 f-cd-material                       pic 9(09).
            03 f-Desc-material                     pic x(55).
            03 f-qtde-padrao                       pic 9(09)v9(04).
            03 f-qtde-real                         pic 9(09)v9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Apontamento.
            03 line 11 col 19   pic x(14) value "Number_Ordem:".
            03 line 11 col 34   pic 9(09) from f-Number-ordem.
            03 line 11 col 50   pic x(08) value "Status:".
            03 line 11 col 59   pic x(01) from f-StatusID.
            03 line 13 col 25   pic x(08) value "Produto:".
            03 line 13 col 34   pic 9(09) from f-ProductCode.
            03 line 13 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 15 col 18   pic x(15) value "Qtde Produzir:".
            03 line 15 col 34   pic 9(06)v9(04) from f-qtde-produzir.
            03 line 15 col 52   pic x(06) value "Saldo:".
            03 line 15 col 59   pic 9(06)v9(04) from f-qtde-saldo.
            03 line 17 col 23   pic x(10) value "Qtde Boa:".
            03 line 17 col 34   pic 9(06)v9(04) from f-qtde-boa.
            03 line 17 col 51   pic x(07) value "Refugo:".
            03 line 17 col 59   pic 9(06)v9(04) from f-qtde-refugo.
            03 line 19 col 18   pic x(15) value "Motivo Refugo:".
            03 line 19 col 34   pic 9(03) from f-cd-motivo-refugo.
            03 line 19 col 45   pic x(40) from f-Desc-motivo-refugo.
            03 line 21 col 24   pic x(09) value "Material:".
            03 line 21 col 34   pic 9(09) from f-cd-material.
            03 line 21 col 45   pic x(55) from f-Desc-material.
            03 line 23 col 20   pic x(13) value "Qtde Padrao:".
            03 line 23 col 34   pic 9(09)v9(04) from f-qtde-padrao.
            03 line 23 col 53   pic x(05) value "Real:".
            03 line 23 col 59   pic 9(09)v9(04) from f-qtde-real.

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
            perform 9000-Open_Akeru-i-pd02000
            perform 9000-Open_Akeru-i-pd02050
            perform 9000-Open_Akeru-io-pd06000
            perform 9000-Open_Akeru-io-pd06100
            perform 9000-Open_Akeru-io-pd06500
            perform 9000-Open_Akeru-io-pd07200
            perform 9000-Open_Akeru-io-pd16700
            perform 9000-Open_Akeru-io-pd16800
            perform 9000-Open_Akeru-io-pd16900

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
                     perform 2100-Apontar
                when 02
                     perform 2100-Encerrar
                when 03
                     perform 2100-Query_Shokai
                when 04
                     perform 2100-Motivo-Refugo
                when 05
                     perform 2100-Report_Variancia
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Apontamento de um turno: Qty boa, refugo com motivo e consumo real
      *> de cada material; a Ordem fica aberta ate apontar todo o saldo
       2100-Apontar section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 9000-Localiza-Ordem
            if   not ws-OperationOK
                 exit section
            end-if

            if   not f07200-ordem-aberta
                 move "Somente Ordem aberta pode receber apontamento!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f07200-industrializacao-externa
                 move "Ordem em industrializacao externa - conclusao pelo retorno do Fornecedor!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform until exit
                 accept f-qtde-boa    at line 17 col 34 with update auto-skip
                 accept f-qtde-refugo at line 17 col 59 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 compute ws-qtde-apontada = f-qtde-boa + f-qtde-refugo
                 if   ws-qtde-apontada greater zeros
                 and  ws-qtde-apontada not greater f-qtde-saldo
                      exit perform
                 end-if
                 move "Quantidade apontada deve ser maior que zero e no exceder o saldo da Ordem!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            if   f-qtde-refugo greater zeros
                 perform until exit
                      accept f-cd-motivo-refugo at line 19 col 34 with update auto-skip
                      if   ws-tecla-Cancela
                           exit perform
                      end-if
                      perform 9000-le-motivo-refugo
                      if   ws-OperationOK
                           exit perform
                      end-if
                      string "Motivo de refugo no cadastrado! [" f-cd-motivo-refugo "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-perform
                 perform 8000-Screen_Gamen
            end-if

            if   ws-tecla-Cancela
                 exit section
            end-if

            *> Competencia de estoque fechada no aceita movimento
            initialize                             lw-Periodo
            move "E"                              to lw-modulo-periodo
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-carrega-consumo
            if   ws-tecla-Cancela
                 exit section
            end-if

            if   ws-qt-materiais equal zeros
                 string "Product_Seihin [" f07200-ProductCode "] no possui estrutura cadastrada!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   ws-materiais-indisponiveis
                 move "Apontamento no efetuado - material sem saldo disponivel!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin apontamento da producao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2300-gravar-apontamento

       exit.

      *>=================================================================================
      *> Padrao = estrutura x (boa + refugo); o consumo real e informado por
      *> material, sugerindo o padrao
       2200-carrega-consumo section.

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

                 add  1                             to ws-qt-materiais
                 move f02050-cd-material            to ws-mt-cd-material(ws-qt-materiais)
                 compute ws-mt-qtde-padrao(ws-qt-materiais) =
                         f02050-qtde-material * ws-qtde-apontada

                 perform 9000-Read_Yomu-pd02050-nex
            end-perform

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-materiais
                       or ws-tecla-Cancela
                 perform 2210-informa-consumo-real
            end-perform

       exit.

      *>=================================================================================
       2210-informa-consumo-real section.

            move ws-mt-cd-material(ws-idx)          to f-cd-material
            move ws-mt-qtde-padrao(ws-idx)          to f-qtde-padrao
                                                       f-qtde-real

            initialize                             f02000-material
            move lnk-CompanyCode                    to f02000-CompanyCode
            move lnk-BranchCode                     to f02000-BranchCode
            move f-cd-material                      to f02000-cd-material
            perform 9000-Read_Yomu-pd02000-ran
            if   ws-OperationOK
                 move f02000-Desc-material          to f-Desc-material
            else
                 move spaces                        to f-Desc-material
            end-if

            perform 8000-Screen_Gamen

            accept f-qtde-real at line 23 col 59 with update auto-skip
            if   ws-tecla-Cancela
                 exit section
            end-if

            move f-qtde-real                        to ws-mt-qtde-real(ws-idx)

            initialize                             f06100-Stock_Material
            move lnk-CompanyCode                    to f06100-CompanyCode
            move lnk-BranchCode                     to f06100-BranchCode
            move f-cd-material                      to f06100-cd-material
            move f07200-ArmazemCode                 to f06100-ArmazemCode
            perform 9000-Read_Yomu-pd06100-ran
            if   not ws-OperationOK
            or   (f06100-qtde-disponivel - f06100-qtde-reservada) less f-qtde-real
                 set ws-materiais-indisponiveis     to true
                 string "Material [" f-cd-material "] com saldo insuficiente!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2300-gravar-apontamento section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            *> Proxima sequencia de apontamento da Ordem
            move zeros                              to ws-Seq-apontamento
            initialize                             f16700-Apontamento_Producao
            move lnk-CompanyCode                    to f16700-CompanyCode
            move lnk-BranchCode                     to f16700-BranchCode
            move f07200-Number-ordem                to f16700-Number-ordem
            move 9999                              to f16700-Seq-apontamento
            perform 9000-str-pd16700-nlss
            perform 9000-Read_Yomu-pd16700-pre
            if   ws-OperationOK
            and  f16700-CompanyCode  equal lnk-CompanyCode
            and  f16700-BranchCode   equal lnk-BranchCode
            and  f16700-Number-ordem equal f07200-Number-ordem
                 move f16700-Seq-apontamento        to ws-Seq-apontamento
            end-if
            add  1                                  to ws-Seq-apontamento

            move zeros                              to ws-custo-total-materiais

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-materiais
                 perform 2310-consome-material
            end-perform

            *> O custo dos materiais do refugo e absorvido pelas pecas boas
            if   f-qtde-boa greater zeros
                 compute ws-custo-unitario-producao rounded =
                         ws-custo-total-materiais / f-qtde-boa
                 perform 2320-entrada-Product_Seihin
            else
                 move zeros                         to ws-custo-unitario-producao
            end-if

            initialize                             f16700-Apontamento_Producao
            move lnk-CompanyCode                    to f16700-CompanyCode
            move lnk-BranchCode                     to f16700-BranchCode
            move f07200-Number-ordem                to f16700-Number-ordem
            move ws-Seq-apontamento                to f16700-Seq-apontamento
            move f07200-ProductCode                 to f16700-ProductCode
            move ws-data-inv                       to f16700-data-apontamento
            move ws-Hours(01:06)                   to f16700-horario-apontamento
            move f-qtde-boa                        to f16700-qtde-boa
            move f-qtde-refugo                     to f16700-qtde-refugo
            move f-cd-motivo-refugo                to f16700-cd-motivo-refugo
            move ws-custo-total-materiais          to f16700-custo-materiais
            move ws-custo-unitario-producao        to f16700-custo-unitario
            move function numval(lnk-UserID)       to f16700-UserID-apontamento

            perform 9000-Write_Kaku-pd16700
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f16700-Apontamento_Producao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            initialize                             f07200-Ordem_Producao
            move lnk-CompanyCode                    to f07200-CompanyCode
            move lnk-BranchCode                     to f07200-BranchCode
            move f-Number-ordem                     to f07200-Number-ordem
            perform 9000-Read_Yomu-pd07200-ran
            if   ws-OperationOK
                 add  f-qtde-boa                    to f07200-qtde-produzida
                 add  f-qtde-refugo                 to f07200-qtde-refugada
                 if   (f07200-qtde-produzida + f07200-qtde-refugada)
                      not less f07200-qtde-produzir
                      set  f07200-ordem-concluida   to true
                      move ws-data-inv              to f07200-data-conclusao
                 end-if
                 perform 9000-Rewrite_Kakinaosu-pd07200
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f07200-Ordem_Producao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-custo-total-materiais           to ws-custo-total-x
            move ws-custo-unitario-producao         to ws-custo-unitario-x
            if   f07200-ordem-concluida
                 string "Apontamento [" ws-Seq-apontamento "] - Ordem concluida. Materiais "
                        ws-custo-total-x " Custo Unitario " ws-custo-unitario-x
                        delimited by size into ws-Message_Messeji
            else
                 string "Apontamento [" ws-Seq-apontamento "] gravado. Materiais "
                        ws-custo-total-x " Custo Unitario " ws-custo-unitario-x
                        delimited by size into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2310-consome-material section.

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

            if   ws-mt-qtde-real(ws-idx) greater zeros
                 move f06100-qtde-disponivel        to ws-qtde-material-anterior
                 subtract ws-mt-qtde-real(ws-idx)  from f06100-qtde-disponivel
                 perform 9000-Rewrite_Kakinaosu-pd06100
                 if   ws-OperationOK
                      string "Apontamento OP [" f07200-Number-ordem "] - " c-ThisProgram into ws-motivo-movimento
                      perform 9000-Gravar_Kaku-Movimento-Material
                 else
                      string "Error_Eraa ao Rewrite_Kakinaosu f06100-Stock_Material - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

            compute ws-custo-consumo-item rounded =
                    ws-mt-qtde-real(ws-idx) * ws-mt-custo-unitario(ws-idx)
            add  ws-custo-consumo-item              to ws-custo-total-materiais

            initialize                             f16800-Consumo_Apontamento
            move lnk-CompanyCode                    to f16800-CompanyCode
            move lnk-BranchCode                     to f16800-BranchCode
            move f07200-Number-ordem                to f16800-Number-ordem
            move ws-Seq-apontamento                to f16800-Seq-apontamento
            move ws-mt-cd-material(ws-idx)         to f16800-cd-material
            move f07200-ProductCode                 to f16800-ProductCode
            move ws-mt-qtde-padrao(ws-idx)         to f16800-qtde-padrao
            move ws-mt-qtde-real(ws-idx)           to f16800-qtde-real
            move ws-mt-custo-unitario(ws-idx)      to f16800-custo-unitario

            perform 9000-Write_Kaku-pd16800
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f16800-Consumo_Apontamento - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2320-entrada-Product_Seihin section.

            initialize                          f06000-Stock_Zaiko
            move lnk-CompanyCode                 to f06000-CompanyCode
            move lnk-BranchCode                  to f06000-BranchCode
            move f07200-ProductCode              to f06000-ProductCode
            move f07200-ArmazemCode              to f06000-ArmazemCode
            perform 9000-Read_Yomu-pd06000-ran
            if   ws-RecordNotFound
                 initialize                      f06000-Stock_Zaiko
                 move lnk-CompanyCode             to f06000-CompanyCode
                 move lnk-BranchCode              to f06000-BranchCode
                 move f07200-ProductCode          to f06000-ProductCode
                 move f07200-ArmazemCode          to f06000-ArmazemCode
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

            if   (f06000-qtde-disponivel + f-qtde-boa) greater zeros
                 compute f06000-custo-medio rounded =
                         ((f06000-qtde-disponivel * f06000-custo-medio)
                          + (f-qtde-boa * ws-custo-unitario-producao))
                         / (f06000-qtde-disponivel + f-qtde-boa)
            else
                 move ws-custo-unitario-producao  to f06000-custo-medio
            end-if

            add  f-qtde-boa                       to f06000-qtde-disponivel

            perform 9000-Rewrite_Kakinaosu-pd06000
            if   ws-OperationOK
                 string "Apontamento OP [" f07200-Number-ordem "] - " c-ThisProgram into ws-motivo-movimento
                 perform 9000-Gravar_Kaku-Movimento_Zaiko
            else
                 string "Error_Eraa ao Rewrite_Kakinaosu f06000-Stock_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Encerra a Ordem com saldo no apontado (fechamento a menor)
       2100-Encerrar section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Ordem
            if   not ws-OperationOK
                 exit section
            end-if

            if   not f07200-ordem-aberta
                 move "Somente Ordem aberta pode ser encerrada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f07200-industrializacao-externa
                 move "Ordem em industrializacao externa - conclusao pelo retorno do Fornecedor!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f07200-qtde-produzida equal zeros
            and  f07200-qtde-refugada  equal zeros
                 move "Ordem sem apontamentos - use o cancelamento da Ordem de Producao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin encerramento da Ordem com saldo no produzido? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            set  f07200-ordem-encerrada            to true
            move ws-data-inv                       to f07200-data-conclusao
            perform 9000-Rewrite_Kakinaosu-pd07200
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f07200-Ordem_Producao - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string "Ordem de Producao [" f-Number-ordem "] encerrada com saldo " f-qtde-saldo into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Lista os apontamentos da Ordem
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Ordem
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             f16700-Apontamento_Producao
            move lnk-CompanyCode                    to f16700-CompanyCode
            move lnk-BranchCode                     to f16700-BranchCode
            move f07200-Number-ordem                to f16700-Number-ordem
            move zeros                             to f16700-Seq-apontamento
            perform 9000-str-pd16700-grt
            perform 9000-Read_Yomu-pd16700-nex
            perform until not ws-OperationOK
                       or f16700-CompanyCode  not equal lnk-CompanyCode
                       or f16700-BranchCode   not equal lnk-BranchCode
                       or f16700-Number-ordem not equal f07200-Number-ordem

                 move f16700-qtde-boa               to f-qtde-boa
                 move f16700-qtde-refugo            to f-qtde-refugo
                 move f16700-cd-motivo-refugo       to f-cd-motivo-refugo
                 move spaces                        to f-Desc-motivo-refugo
                 if   f16700-cd-motivo-refugo greater zeros
                      perform 9000-le-motivo-refugo
                 end-if
                 perform 8000-Screen_Gamen

                 move f16700-custo-unitario         to ws-custo-unitario-x
                 string "Apontamento [" f16700-Seq-apontamento "] em " f16700-data-apontamento
                        " Custo Unitario " ws-custo-unitario-x
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 perform 9000-Read_Yomu-pd16700-nex
            end-perform

       exit.

      *>=================================================================================
       9000-Localiza-Ordem section.

            perform 8000-ClearScreen

            perform until f-Number-ordem greater zeros or ws-tecla-Cancela
                 accept f-Number-ordem at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
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

            move f07200-StatusID                   to f-StatusID
            move f07200-ProductCode                 to f-ProductCode
            move f07200-qtde-produzir               to f-qtde-produzir

            compute ws-qtde-saldo-ordem =
                    f07200-qtde-produzir - f07200-qtde-produzida
                    - f07200-qtde-refugada
            if   ws-qtde-saldo-ordem greater zeros
                 move ws-qtde-saldo-ordem           to f-qtde-saldo
            else
                 move zeros                         to f-qtde-saldo
            end-if

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f07200-ProductCode                 to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin     to f-Desc-Product_Seihin
            else
                 move spaces                        to f-Desc-Product_Seihin
            end-if

            perform 8000-Screen_Gamen

            *> Releitura para manter o registro da Ordem no buffer
            initialize                             f07200-Ordem_Producao
            move lnk-CompanyCode                    to f07200-CompanyCode
            move lnk-BranchCode                     to f07200-BranchCode
            move f-Number-ordem                     to f07200-Number-ordem
            perform 9000-Read_Yomu-pd07200-ran

       exit.

      *>=================================================================================
       9000-le-motivo-refugo section.

            initialize                             f16900-Motivo_Refugo
            move lnk-CompanyCode                    to f16900-CompanyCode
            move lnk-BranchCode                     to f16900-BranchCode
            move f-cd-motivo-refugo                 to f16900-cd-motivo-refugo
            perform 9000-Read_Yomu-pd16900-ran
            if   ws-OperationOK
                 move f16900-Desc-motivo-refugo     to f-Desc-motivo-refugo
            else
                 move spaces                        to f-Desc-motivo-refugo
            end-if

       exit.

      *>=================================================================================
      *> Inclusao ou alteracao do motivo de refugo
       2100-Motivo-Refugo section.

            if   not lnk-AllowAdd
            and  not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-cd-motivo-refugo greater zeros or ws-tecla-Cancela
                 accept f-cd-motivo-refugo at line 19 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            perform 9000-le-motivo-refugo
            if   ws-OperationOK
                 if   not lnk-AllowMaintenance
                      exit section
                 end-if
                 set  ws-registro-existente         to true
            else
                 if   not lnk-AllowAdd
                      exit section
                 end-if
                 set  ws-registro-novo              to true
            end-if

            perform 8000-Screen_Gamen

            perform until f-Desc-motivo-refugo <> spaces or ws-tecla-Cancela
                 accept f-Desc-motivo-refugo at line 19 col 45 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin gravacao do motivo de refugo? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            move f-Desc-motivo-refugo               to f16900-Desc-motivo-refugo
            if   ws-registro-novo
                 move lnk-CompanyCode               to f16900-CompanyCode
                 move lnk-BranchCode                to f16900-BranchCode
                 move f-cd-motivo-refugo            to f16900-cd-motivo-refugo
                 perform 9000-Write_Kaku-pd16900
            else
                 perform 9000-Rewrite_Kakinaosu-pd16900
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f16900-Motivo_Refugo - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Consumo real x padrao da estrutura, por Ordem e por Product_Seihin;
      *> a variacao em Value usa o custo medio do material no apontamento
       2100-Report_Variancia section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\VARIANCIA_CONSUMO_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-variancia
            open output arq-variancia
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-variancia
            string "VARIANCIA DE CONSUMO DE MATERIAL - " ws-data-inv
                   delimited by size into rs-arq-variancia
            write rs-arq-variancia
            move spaces                             to rs-arq-variancia
            write rs-arq-variancia
            move "POR ORDEM DE PRODUCAO"            to rs-arq-variancia
            write rs-arq-variancia

            move zeros                              to ws-qt-variancia-produto
                                                       ws-Number-ordem-quebra
                                                       ws-qt-materiais
                                                       ws-Value-variacao-total
            move spaces                             to ws-id-tabela-cheia
            initialize                              ws-tabela-variancia-produto
                                                    ws-tabela-materiais

            initialize                             f16800-Consumo_Apontamento
            move lnk-CompanyCode                    to f16800-CompanyCode
            move lnk-BranchCode                     to f16800-BranchCode
            perform 9000-str-pd16800-grt
            perform 9000-Read_Yomu-pd16800-nex
            perform until not ws-OperationOK
                       or f16800-CompanyCode not equal lnk-CompanyCode
                       or f16800-BranchCode  not equal lnk-BranchCode

                 if   f16800-Number-ordem not equal ws-Number-ordem-quebra
                      perform 2510-imprimir-ordem
                      move f16800-Number-ordem      to ws-Number-ordem-quebra
                      move f16800-ProductCode       to ws-ProductCode-quebra
                 end-if

                 perform 2520-acumula-ordem
                 perform 2530-acumula-produto

                 perform 9000-Read_Yomu-pd16800-nex
            end-perform

            perform 2510-imprimir-ordem

            move spaces                             to rs-arq-variancia
            write rs-arq-variancia
            move "POR PRODUTO"                      to rs-arq-variancia
            write rs-arq-variancia

            perform varying ws-idx-produto from 1 by 1
                    until ws-idx-produto greater ws-qt-variancia-produto
                 perform 2540-imprimir-produto
            end-perform

            if   ws-tabela-produto-cheia
                 move spaces                        to rs-arq-variancia
                 move "*** TABELA DE PRODUTOS ESGOTADA - RESUMO PARCIAL" to rs-arq-variancia
                 write rs-arq-variancia
            end-if

            move ws-Value-variacao-total            to ws-Value-variacao-x
            move spaces                             to rs-arq-variancia
            write rs-arq-variancia
            move spaces                             to rs-arq-variancia
            string "VARIACAO TOTAL EM VALOR: " ws-Value-variacao-x
                   delimited by size into rs-arq-variancia
            write rs-arq-variancia

            close arq-variancia

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "VARIANCIA DE CONSUMO " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-variancia                  to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Relatorio gerado em " wid-arq-variancia into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2510-imprimir-ordem section.

            if   ws-qt-materiais equal zeros
                 exit section
            end-if

            move spaces                             to rs-arq-variancia
            string "OP " ws-Number-ordem-quebra " PRODUTO " ws-ProductCode-quebra
                   delimited by size into rs-arq-variancia
            write rs-arq-variancia

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-materiais

                 compute ws-qtde-variacao =
                         ws-mt-qtde-real(ws-idx) - ws-mt-qtde-padrao(ws-idx)
                 compute ws-Value-variacao rounded =
                         ws-qtde-variacao * ws-mt-custo-unitario(ws-idx)

                 move ws-mt-qtde-padrao(ws-idx)     to ws-qtde-padrao-x
                 move ws-mt-qtde-real(ws-idx)       to ws-qtde-real-x
                 move ws-qtde-variacao              to ws-qtde-variacao-x
                 move ws-Value-variacao             to ws-Value-variacao-x

                 move spaces                        to rs-arq-variancia
                 string "   MATERIAL " ws-mt-cd-material(ws-idx)
                        " PADRAO " ws-qtde-padrao-x
                        " REAL " ws-qtde-real-x
                        " VARIACAO " ws-qtde-variacao-x
                        " VALOR " ws-Value-variacao-x
                        delimited by size into rs-arq-variancia
                 write rs-arq-variancia
            end-perform

            move zeros                              to ws-qt-materiais
            initialize                              ws-tabela-materiais

       exit.

      *>=================================================================================
      *> O custo unitario da linha guarda o custo medio do ultimo apontamento
       2520-acumula-ordem section.

            perform varying ws-idx from 1 by 1
                    until ws-idx greater ws-qt-materiais
                 if   ws-mt-cd-material(ws-idx) equal f16800-cd-material
                      exit perform
                 end-if
            end-perform

            if   ws-idx greater ws-qt-materiais
                 if   ws-qt-materiais not less c-max-materiais
                      exit section
                 end-if
                 add  1                             to ws-qt-materiais
                 move ws-qt-materiais               to ws-idx
                 move f16800-cd-material            to ws-mt-cd-material(ws-idx)
            end-if

            add  f16800-qtde-padrao                 to ws-mt-qtde-padrao(ws-idx)
            add  f16800-qtde-real                   to ws-mt-qtde-real(ws-idx)
            move f16800-custo-unitario              to ws-mt-custo-unitario(ws-idx)

            compute ws-Value-variacao rounded =
                    (f16800-qtde-real - f16800-qtde-padrao) * f16800-custo-unitario
            add  ws-Value-variacao                  to ws-Value-variacao-total

       exit.

      *>=================================================================================
       2530-acumula-produto section.

            perform varying ws-idx-produto from 1 by 1
                    until ws-idx-produto greater ws-qt-variancia-produto
                 if   ws-vp-ProductCode(ws-idx-produto) equal f16800-ProductCode
                 and  ws-vp-cd-material(ws-idx-produto) equal f16800-cd-material
                      exit perform
                 end-if
            end-perform

            if   ws-idx-produto greater ws-qt-variancia-produto
                 if   ws-qt-variancia-produto not less c-max-variancia-produto
                      set ws-tabela-produto-cheia   to true
                      exit section
                 end-if
                 add  1                             to ws-qt-variancia-produto
                 move ws-qt-variancia-produto       to ws-idx-produto
                 move f16800-ProductCode            to ws-vp-ProductCode(ws-idx-produto)
                 move f16800-cd-material            to ws-vp-cd-material(ws-idx-produto)
            end-if

            add  f16800-qtde-padrao                 to ws-vp-qtde-padrao(ws-idx-produto)
            add  f16800-qtde-real                   to ws-vp-qtde-real(ws-idx-produto)

            compute ws-Value-variacao rounded =
                    (f16800-qtde-real - f16800-qtde-padrao) * f16800-custo-unitario
            add  ws-Value-variacao                  to ws-vp-Value-variacao(ws-idx-produto)

       exit.

      *>=================================================================================
       2540-imprimir-produto section.

            compute ws-qtde-variacao =
                    ws-vp-qtde-real(ws-idx-produto) - ws-vp-qtde-padrao(ws-idx-produto)

            move ws-vp-qtde-padrao(ws-idx-produto)  to ws-qtde-padrao-x
            move ws-vp-qtde-real(ws-idx-produto)    to ws-qtde-real-x
            move ws-qtde-variacao                   to ws-qtde-variacao-x
            move ws-vp-Value-variacao(ws-idx-produto) to ws-Value-variacao-x

            move spaces                             to rs-arq-variancia
            string "PRODUTO " ws-vp-ProductCode(ws-idx-produto)
                   " MATERIAL " ws-vp-cd-material(ws-idx-produto)
                   " PADRAO " ws-qtde-padrao-x
                   " REAL " ws-qtde-real-x
                   " VARIACAO " ws-qtde-variacao-x
                   " VALOR " ws-Value-variacao-x
                   delimited by size into rs-arq-variancia
            write rs-arq-variancia

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
            close pd02000
            close pd02050
            close pd06000
            close pd06100
            close pd06500
            close pd07200
            close pd16700
            close pd16800
            close pd16900

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Apontamento

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Apontamento

            perform 9000-StandardFrame
            display frm-Apontamento

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR02000.cpy.
       copy CSR02050.cpy.
       copy CSR06000.cpy.
       copy CSR06100.cpy.
       copy CSR06500.cpy.
       copy CSR07200.cpy.
       copy CSR16700.cpy.
       copy CSR16800.cpy.
       copy CSR16900.cpy.
