      $set sourceformat"free"
       program-id. CS40026C.
      *>=================================================================================
      *>
      *>          Stock_Zaiko Parado e Obsoleto - Aging e Provisao para Perdas
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS06500.cpy.
       copy CSS17400.cpy.

            select arq-aging assign to disk wid-arq-aging
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF06500.cpy.
       copy CSF17400.cpy.

       fd   arq-aging.

       01   rs-arq-aging                           pic x(250).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40026C".
       78   c-ProgramDesc                   value "ESTOQUE PARADO / PROVISAO".
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 wid-arq-aging                       pic x(200).
            03 ws-data-base                        pic 9(08).
            03 ws-competencia                      pic 9(06).
            03 ws-data-ultima-venda                pic 9(08).
            03 ws-data-ultimo-movimento            pic 9(08).
            03 ws-dias-sem-movimento               pic 9(05).
            03 ws-faixa-aging                      pic 9(01).
            03 ws-perc-provisao                    pic 9(03)v9(02).
            03 ws-Value-estoque                    pic 9(11)v9(02).
            03 ws-Value-provisao                   pic 9(11)v9(02).
            03 ws-Value-x                          pic zz.zzz.zzz.zz9,99.
            03 ws-provisao-x                       pic zz.zzz.zzz.zz9,99.
            03 ws-qtde-x                           pic -zzz.zzz.zz9,9999.
            03 ws-perc-x                           pic zz9,99.
            03 ws-contador-itens                   pic 9(07).
            03 ws-contador-gravados                pic 9(07).
            03 ws-contador-inativaveis             pic 9(07).
            03 ws-Desc-Product_Seihin              pic x(55).
            03 ws-id-modo                          pic x(01).
               88 ws-modo-relatorio                    value "R".
               88 ws-modo-provisao                     value "P".

       01   ws-tabela-percentuais.
            03 ws-perc-faixa                       pic 9(03)v9(02) occurs 4.

       01   ws-tabela-totais.
            03 ws-total-faixa                      occurs 4.
               05 ws-itens-faixa                   pic 9(07).
               05 ws-Value-faixa                   pic 9(13)v9(02).
               05 ws-provisao-faixa                pic 9(13)v9(02).
            03 ws-ind-faixa                        pic 9(01).

       01   ws-descricao-faixas.
            03 filler                              pic x(14) value "0 A 90 DIAS   ".
            03 filler                              pic x(14) value "91 A 180 DIAS ".
            03 filler                              pic x(14) value "181 A 365 DIAS".
            03 filler                              pic x(14) value "ACIMA 365 DIAS".
       01   ws-descricao-faixas-r redefines ws-descricao-faixas.
            03 ws-Desc-faixa                       pic x(14) occurs 4.

       01   f-Provisao.
            03 f-ano-referencia                    pic 9(04).
            03 f-mes-referencia                    pic 9(02).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Provisao.
            03 line 11 col 17   pic x(16) value "Ano referencia:".
            03 line 11 col 34   pic 9(04) from f-ano-referencia.
            03 line 13 col 17   pic x(16) value "Mes referencia:".
            03 line 13 col 34   pic 9(02) from f-mes-referencia.

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
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-i-pd06500
            perform 9000-Open_Akeru-io-pd17400

            *> Percentuais de provisao por faixa no cadastro da Empresa (CS10001C)
            initialize                             ws-tabela-percentuais
            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran
            if   ws-OperationOK
                 move f00700-perc-provisao-ate-90   to ws-perc-faixa(1)
                 move f00700-perc-provisao-ate-180  to ws-perc-faixa(2)
                 move f00700-perc-provisao-ate-365  to ws-perc-faixa(3)
                 move f00700-perc-provisao-acima-365 to ws-perc-faixa(4)
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
                     perform 2100-Report_Aging
                when 02
                     perform 2100-Gerar-Provisao
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Aging na data de hoje, somente relatorio
       2100-Report_Aging section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                        to ws-data-base
            move ws-data-inv(1:6)                   to ws-competencia

            set  ws-modo-relatorio                  to true
            perform 2200-processa-aging

       exit.

      *>=================================================================================
      *> Provisao da competencia, com o aging no ultimo dia do mes; os
      *> registros gravados no f17400 sao exportados pelo evento PO do
      *> Mapa_Contabil no CS30020S
       2100-Gerar-Provisao section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-ano-referencia greater zeros or ws-tecla-Cancela
                 accept f-ano-referencia at line 11 col 34 with update auto-skip
            end-perform

            perform until (f-mes-referencia greater zeros and f-mes-referencia less 13)
                       or ws-tecla-Cancela
                 accept f-mes-referencia at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia

            initialize                             lw-Periodo
            move "C"                                to lw-modulo-periodo
            compute lw-data-movimento-periodo = (ws-competencia * 100) + 1
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia contabil fechada - provisao nao pode ser gerada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Ultimo dia do mes de referencia
            if   f-mes-referencia equal 12
                 compute ws-data-base = (f-ano-referencia * 10000) + 1231
            else
                 compute ws-data-base = function date-of-integer(
                         function integer-of-date((f-ano-referencia * 10000)
                                                + ((f-mes-referencia + 1) * 100) + 1) - 1)
            end-if

            string "Confirm_Kakunin geracao da provisao da competencia " ws-competencia
                   " (substitui a anterior)? [S/N]" into ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            perform 2200-limpa-competencia

            set  ws-modo-provisao                   to true
            perform 2200-processa-aging

       exit.

      *>=================================================================================
      *> Reprocessamento: a provisao da competencia e regerada por inteiro
       2200-limpa-competencia section.

            initialize                             f17400-Provisao_Obsolescencia
            move lnk-CompanyCode                    to f17400-CompanyCode
            move lnk-BranchCode                     to f17400-BranchCode
            move ws-competencia                     to f17400-competencia
            perform 9000-str-pd17400-nlss
            perform 9000-Read_Yomu-pd17400-nex
            perform until not ws-OperationOK
                       or f17400-CompanyCode  not equal lnk-CompanyCode
                       or f17400-BranchCode   not equal lnk-BranchCode
                       or f17400-competencia  not equal ws-competencia

                 perform 9000-Delete_Sakujo-pd17400
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f17400-Provisao_Obsolescencia - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd17400-nex
            end-perform

       exit.

      *>=================================================================================
      *> Percorre o saldo de cada Product_Seihin/armazem e classifica pela
      *> data do ultimo movimento ate a data base, valorizado pelo custo medio
       2200-processa-aging section.

            accept ws-Hours                        from time

            if   ws-modo-relatorio
                 string lnk-tmp-path delimited by "  "
                        "\AGING_ESTOQUE_" ws-data-base "_" ws-Hours(01:06) ".TXT" delimited by size
                        into wid-arq-aging
            else
                 string lnk-tmp-path delimited by "  "
                        "\PROVISAO_OBSOLESCENCIA_" ws-competencia "_" ws-Hours(01:06) ".TXT" delimited by size
                        into wid-arq-aging
            end-if

            open output arq-aging
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-aging
            if   ws-modo-relatorio
                 string "AGING DO ESTOQUE PARADO EM " ws-data-base
                        delimited by size into rs-arq-aging
            else
                 string "PROVISAO PARA OBSOLESCENCIA - COMPETENCIA " ws-competencia
                        " - DATA BASE " ws-data-base
                        delimited by size into rs-arq-aging
            end-if
            write rs-arq-aging

            move spaces                             to rs-arq-aging
            write rs-arq-aging
            move spaces                             to rs-arq-aging
            string "PRODUTO   ARM  DESCRICAO                      ULT.VENDA ULT.MOVTO  DIAS FAIXA"
                   "                      SALDO       VALOR ESTOQUE   PROV%    VALOR PROVISAO"
                   delimited by size into rs-arq-aging
            write rs-arq-aging

            initialize                             ws-tabela-totais
            move zeros                              to ws-contador-itens
                                                       ws-contador-gravados
                                                       ws-contador-inativaveis

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            perform 9000-str-pd06000-grt
            perform 9000-Read_Yomu-pd06000-nex
            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal lnk-CompanyCode
                       or f06000-BranchCode  not equal lnk-BranchCode

                 if   f06000-qtde-disponivel greater zeros
                      perform 2300-classifica-saldo
                 end-if

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

            move spaces                             to rs-arq-aging
            write rs-arq-aging
            move spaces                             to rs-arq-aging
            string "RESUMO POR FAIXA" delimited by size into rs-arq-aging
            write rs-arq-aging

            perform varying ws-ind-faixa from 1 by 1 until ws-ind-faixa greater 4
                 move ws-Value-faixa(ws-ind-faixa)    to ws-Value-x
                 move ws-provisao-faixa(ws-ind-faixa) to ws-provisao-x
                 move ws-perc-faixa(ws-ind-faixa)     to ws-perc-x
                 move spaces                        to rs-arq-aging
                 string "  " ws-Desc-faixa(ws-ind-faixa)
                        " ITENS " ws-itens-faixa(ws-ind-faixa)
                        " VALOR " ws-Value-x
                        " PROVISAO " ws-perc-x "% " ws-provisao-x
                        delimited by size into rs-arq-aging
                 write rs-arq-aging
            end-perform

            move spaces                             to rs-arq-aging
            write rs-arq-aging
            move spaces                             to rs-arq-aging
            string "PRODUTOS SEM MOVIMENTO HA MAIS DE 365 DIAS " ws-contador-inativaveis
                   " - INATIVACAO PELA OPCAO 04 DO CADASTRO DE PRODUTOS (CS10015C)"
                   delimited by size into rs-arq-aging
            write rs-arq-aging

            close arq-aging

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            if   ws-modo-relatorio
                 string "AGING ESTOQUE " ws-data-base delimited by size into lw-ds-parametros-spool
            else
                 string "PROVISAO OBSOLESCENCIA " ws-competencia delimited by size into lw-ds-parametros-spool
            end-if
            move wid-arq-aging                      to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            if   ws-modo-relatorio
                 string ws-contador-itens " saldos classificados em " wid-arq-aging
                        delimited by size into ws-Message_Messeji
            else
                 string ws-contador-gravados " provisoes gravadas na competencia " ws-competencia
                        " - " wid-arq-aging
                        delimited by size into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2300-classifica-saldo section.

            perform 9000-ultimos-movimentos

            if   ws-data-ultimo-movimento equal zeros
                 move 99999                         to ws-dias-sem-movimento
            else
                 compute ws-dias-sem-movimento =
                         function integer-of-date(ws-data-base)
                       - function integer-of-date(ws-data-ultimo-movimento)
            end-if

            evaluate true
                when ws-dias-sem-movimento not greater 90
                     move 1                         to ws-faixa-aging
                when ws-dias-sem-movimento not greater 180
                     move 2                         to ws-faixa-aging
                when ws-dias-sem-movimento not greater 365
                     move 3                         to ws-faixa-aging
                when other
                     move 4                         to ws-faixa-aging
            end-evaluate

            move ws-perc-faixa(ws-faixa-aging)      to ws-perc-provisao
            compute ws-Value-estoque rounded =
                    f06000-qtde-disponivel * f06000-custo-medio
            compute ws-Value-provisao rounded =
                    ws-Value-estoque * ws-perc-provisao / 100

            add  1                                  to ws-contador-itens
                                                       ws-itens-faixa(ws-faixa-aging)
            add  ws-Value-estoque                   to ws-Value-faixa(ws-faixa-aging)
            add  ws-Value-provisao                  to ws-provisao-faixa(ws-faixa-aging)
            if   ws-faixa-aging equal 4
                 add  1                             to ws-contador-inativaveis
            end-if

            move spaces                             to ws-Desc-Product_Seihin
            initialize                             f01800-Product_Seihin
            move f06000-CompanyCode                 to f01800-CompanyCode
            move f06000-BranchCode                  to f01800-BranchCode
            move f06000-ProductCode                 to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin    to ws-Desc-Product_Seihin
            end-if

            move f06000-qtde-disponivel             to ws-qtde-x
            move ws-Value-estoque                   to ws-Value-x
            move ws-Value-provisao                  to ws-provisao-x
            move ws-perc-provisao                   to ws-perc-x
            move spaces                             to rs-arq-aging
            string f06000-ProductCode " " f06000-ArmazemCode " " ws-Desc-Product_Seihin(1:30)
                   " " ws-data-ultima-venda " " ws-data-ultimo-movimento
                   " " ws-dias-sem-movimento " " ws-Desc-faixa(ws-faixa-aging)
                   " " ws-qtde-x " " ws-Value-x " " ws-perc-x " " ws-provisao-x
                   delimited by size into rs-arq-aging
            write rs-arq-aging

            if   ws-modo-provisao
            and  ws-Value-provisao greater zeros
                 perform 2400-grava-provisao
            end-if

       exit.

      *>=================================================================================
       2400-grava-provisao section.

            initialize                             f17400-Provisao_Obsolescencia
            move f06000-CompanyCode                 to f17400-CompanyCode
            move f06000-BranchCode                  to f17400-BranchCode
            move ws-competencia                     to f17400-competencia
            move f06000-ProductCode                 to f17400-ProductCode
            move f06000-ArmazemCode                 to f17400-ArmazemCode
            move ws-data-ultima-venda               to f17400-data-ultima-venda
            move ws-data-ultimo-movimento           to f17400-data-ultimo-movimento
            move ws-dias-sem-movimento              to f17400-dias-sem-movimento
            move ws-faixa-aging                     to f17400-faixa-aging
            move f06000-qtde-disponivel             to f17400-qtde-estoque
            move f06000-custo-medio                 to f17400-custo-medio
            move ws-Value-estoque                   to f17400-Value-estoque
            move ws-perc-provisao                   to f17400-perc-provisao
            move ws-Value-provisao                  to f17400-Value-provisao
            move ws-data-inv                        to f17400-data-geracao
            move function numval(lnk-UserID)        to f17400-UserID-geracao

            perform 9000-Write_Kaku-pd17400
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f17400-Provisao_Obsolescencia - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-contador-gravados

       exit.

      *>=================================================================================
      *> Le o Movimento_Zaiko do Product_Seihin/armazem de tras para frente a
      *> partir da data base: o primeiro e o ultimo movimento de qualquer tipo
      *> e a primeira baixa de faturamento (CS30003C/CS30039S) e a ultima venda
       9000-ultimos-movimentos section.

            move zeros                              to ws-data-ultima-venda
                                                       ws-data-ultimo-movimento

            initialize                             f06500-Movimento_Zaiko
            move f06000-CompanyCode                 to f06500-CompanyCode
            move f06000-BranchCode                  to f06500-BranchCode
            move f06000-ProductCode                 to f06500-ProductCode
            move f06000-ArmazemCode                 to f06500-ArmazemCode
            move ws-data-base                       to f06500-data-movimento
            move 99999999                          to f06500-horario-movimento
            perform 9000-str-pd06500-ngrt
            perform 9000-Read_Yomu-pd06500-pre
            perform until not ws-OperationOK
                       or f06500-CompanyCode  not equal f06000-CompanyCode
                       or f06500-BranchCode   not equal f06000-BranchCode
                       or f06500-ProductCode  not equal f06000-ProductCode
                       or f06500-ArmazemCode  not equal f06000-ArmazemCode

                 if   ws-data-ultimo-movimento equal zeros
                      move f06500-data-movimento    to ws-data-ultimo-movimento
                 end-if

                 if   f06500-movimento-Saida
                 and  f06500-motivo-movimento(1:5) equal "Baixa"
                      move f06500-data-movimento    to ws-data-ultima-venda
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd06500-pre
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd01800
            close pd06000
            close pd06500
            close pd17400

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Provisao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Provisao

            perform 9000-StandardFrame
            display frm-Provisao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR01800.cpy.
       copy CSR06000.cpy.
       copy CSR06500.cpy.
       copy CSR17400.cpy.
