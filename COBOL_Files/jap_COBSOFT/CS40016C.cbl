      $set sourceformat"free"
       program-id. CS40016C.
      *>=================================================================================
      *>
      *>          Ativo Imobilizado - Cadastro, Depreciacao Mensal e CIAP
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS05000.cpy.
       copy CSS12700.cpy.
       copy CSS12800.cpy.

            select arq-relatorio assign to disk wid-arq-relatorio
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF05000.cpy.
       copy CSF12700.cpy.
       copy CSF12800.cpy.

       fd   arq-relatorio.

       01   rs-arq-relatorio                       pic x(150).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40016C".
       78   c-ProgramDesc                   value "ATIVO IMOBILIZADO / CIAP".

       78   c-parcelas-ciap                        value 48.
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-relatorio                   pic x(200).
            03 ws-Number-ativo                     pic 9(09).
            03 ws-competencia                      pic 9(06).
            03 ws-competencia-aquisicao            pic 9(06).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-Value-depreciacao                pic 9(09)v9(02).
            03 ws-Value-residual                   pic 9(09)v9(02).
            03 ws-Value-parcela-ciap               pic 9(09)v9(02).
            03 ws-Value-icms-parcela               pic 9(09)v9(02).
            03 ws-Value-saidas-tributadas          pic 9(11)v9(02).
            03 ws-Value-saidas-total               pic 9(11)v9(02).
            03 ws-fator-ciap                       pic 9(01)v9(08).
            03 ws-contador-bens                    pic 9(05).
            03 ws-contador-Report_Repoto            pic 9(05).
            03 ws-tot-depreciacao                  pic 9(11)v9(02).
            03 ws-tot-ciap                         pic 9(11)v9(02).
            03 ws-tot-aquisicao                    pic 9(11)v9(02).
            03 ws-tot-acumulada                    pic 9(11)v9(02).
            03 ws-tot-liquido                      pic 9(11)v9(02).
            03 ws-Value-x                          pic zzz.zzz.zz9,99.
            03 ws-Value-acumulada-x                pic zzz.zzz.zz9,99.
            03 ws-Value-liquido-x                  pic zzz.zzz.zz9,99.
            03 ws-Value-ciap-x                     pic zzz.zzz.zz9,99.
            03 ws-fator-x                          pic 9,9999.

       01   f-Ativo.
            03 f-Number-ativo                      pic 9(09).
            03 f-StatusID                          pic x(10).
            03 f-ds-ativo                          pic x(55).
            03 f-Number-documento                  pic 9(09).
            03 f-Series-documento                  pic x(03).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-data-aquisicao                    pic 9(08).
            03 f-Value-aquisicao                   pic zzz.zzz.zz9,99.
            03 f-conta-contabil                    pic 9(09).
            03 f-vida-util-meses                   pic 9(04).
            03 f-local-ativo                       pic x(30).
            03 f-Value-acumulada                   pic zzz.zzz.zz9,99.
            03 f-id-ciap                           pic x(01).
            03 f-Value-icms-ciap                   pic zzz.zzz.zz9,99.
            03 f-parcelas-ciap                     pic 9(02).
            03 f-competencia                       pic 9(06).
            03 f-data-baixa                        pic 9(08).
            03 f-motivo-baixa                      pic x(45).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Ativo.
            03 line 11 col 24   pic x(09) value "Bem Nr.:".
            03 line 11 col 34   pic 9(09) from f-Number-ativo.
            03 line 11 col 55   pic x(10) value "Situacao:".
            03 line 11 col 66   pic x(10) from f-StatusID.
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(55) from f-ds-ativo.
            03 line 15 col 17   pic x(16) value "Nota de entrada:".
            03 line 15 col 34   pic 9(09) from f-Number-documento.
            03 line 15 col 44   pic x(06) value "Serie:".
            03 line 15 col 51   pic x(03) from f-Series-documento.
            03 line 15 col 55   pic x(11) value "Fornecedor:".
            03 line 15 col 67   pic 9(09) from f-cd-fornecedor.
            03 line 17 col 17   pic x(16) value "Data aquisicao:".
            03 line 17 col 34   pic 9(08) from f-data-aquisicao.
            03 line 17 col 55   pic x(10) value "Valor:".
            03 line 17 col 66   pic zzz.zzz.zz9,99 from f-Value-aquisicao.
            03 line 19 col 18   pic x(15) value "Conta contabil:".
            03 line 19 col 34   pic 9(09) from f-conta-contabil.
            03 line 19 col 48   pic x(18) value "Vida util (meses):".
            03 line 19 col 67   pic 9(04) from f-vida-util-meses.
            03 line 21 col 27   pic x(06) value "Local:".
            03 line 21 col 34   pic x(30) from f-local-ativo.
            03 line 21 col 65   pic x(10) value "Acumulada:".
            03 line 21 col 76   pic zzz.zzz.zz9,99 from f-Value-acumulada.
            03 line 23 col 20   pic x(13) value "CIAP (S/N):".
            03 line 23 col 34   pic x(01) from f-id-ciap.
            03 line 23 col 38   pic x(10) value "ICMS CIAP:".
            03 line 23 col 49   pic zzz.zzz.zz9,99 from f-Value-icms-ciap.
            03 line 23 col 65   pic x(09) value "Parcelas:".
            03 line 23 col 75   pic 9(02) from f-parcelas-ciap.
            03 line 23 col 78   pic x(03) value "/48".
            03 line 25 col 21   pic x(12) value "Competencia:".
            03 line 25 col 34   pic 9(06) from f-competencia.
            03 line 25 col 42   pic x(06) value "Baixa:".
            03 line 25 col 49   pic 9(08) from f-data-baixa.
            03 line 25 col 58   pic x(45) from f-motivo-baixa.

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

            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-io-pd12700
            perform 9000-Open_Akeru-io-pd12800

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
                     perform 2100-incluir-ativo
                when 02
                     perform 2100-consultar-ativo
                when 03
                     perform 2100-baixar-ativo
                when 04
                     perform 2100-calcular-competencia
                when 05
                     perform 2100-Report_Imobilizado
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Cadastro do bem a partir da nota de entrada que o originou: o
      *> fornecedor, a data, o custo e o ICMS do CIAP vem da propria nota
       2100-incluir-ativo section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-documento greater zeros or ws-tecla-Cancela
                 accept f-Number-documento at line 15 col 34 with update auto-skip
            end-perform

            accept f-Series-documento at line 15 col 51 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move zeros                             to f05000-Type-nota
            move f-Number-documento                to f05000-Number-documento
            move f-Series-documento                to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            if   not ws-OperationOK
                 string "Nota de entrada nao encontrada! [" f-Number-documento "/" f-Series-documento "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f05000-nota-cancelada
                 move "Nota de entrada cancelada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f05000-cd-destinatario            to f-cd-fornecedor
            move f05000-data-operacao              to f-data-aquisicao
            move f05000-Value-total                to f-Value-aquisicao
            move f05000-Value-icms                 to f-Value-icms-ciap
            move "N"                               to f-id-ciap
            perform 8000-Screen_Gamen

            perform until f-ds-ativo not equal spaces or ws-tecla-Cancela
                 accept f-ds-ativo at line 13 col 34 with update auto-skip
            end-perform

            accept f-data-aquisicao at line 17 col 34 with update auto-skip
            accept f-Value-aquisicao at line 17 col 66 with update auto-skip

            perform until f-conta-contabil greater zeros or ws-tecla-Cancela
                 accept f-conta-contabil at line 19 col 34 with update auto-skip
            end-perform

            perform until f-vida-util-meses greater zeros or ws-tecla-Cancela
                 accept f-vida-util-meses at line 19 col 67 with update auto-skip
            end-perform

            accept f-local-ativo at line 21 col 34 with update auto-skip

            move "X"                               to f-id-ciap
            perform until f-id-ciap equal "S" or "N" or ws-tecla-Cancela
                 move "N"                          to f-id-ciap
                 accept f-id-ciap at line 23 col 34 with update auto-skip
                 move function upper-case(f-id-ciap) to f-id-ciap
            end-perform

            if   f-id-ciap equal "S"
                 accept f-Value-icms-ciap at line 23 col 49 with update auto-skip
            else
                 move zeros                        to f-Value-icms-ciap
            end-if

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin inclusao do bem no imobilizado? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            move zeros                              to ws-Number-ativo
            initialize                             f12700-Ativo_Imobilizado
            move lnk-CompanyCode                    to f12700-CompanyCode
            move lnk-BranchCode                     to f12700-BranchCode
            move all "9"                           to f12700-Number-ativo
            perform 9000-str-pd12700-ngrt
            perform 9000-Read_Yomu-pd12700-pre
            if   ws-OperationOK
            and  f12700-CompanyCode equal lnk-CompanyCode
            and  f12700-BranchCode  equal lnk-BranchCode
                 move f12700-Number-ativo           to ws-Number-ativo
            end-if
            add  1                                 to ws-Number-ativo

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f12700-Ativo_Imobilizado
            move lnk-CompanyCode                    to f12700-CompanyCode
            move lnk-BranchCode                     to f12700-BranchCode
            move ws-Number-ativo                   to f12700-Number-ativo
            move f-ds-ativo                        to f12700-ds-ativo
            move f05000-Type-nota                  to f12700-Type-nota
            move f05000-Number-documento           to f12700-Number-documento
            move f05000-Series-documento           to f12700-Series-documento
            move f-cd-fornecedor                   to f12700-cd-fornecedor
            move f-data-aquisicao                  to f12700-data-aquisicao
            move f-Value-aquisicao                 to f12700-Value-aquisicao
            move f-conta-contabil                  to f12700-conta-contabil
            move f-vida-util-meses                 to f12700-vida-util-meses
            move f-local-ativo                     to f12700-local-ativo
            move f-id-ciap                         to f12700-id-ciap
            move f-Value-icms-ciap                 to f12700-Value-icms-ciap
            set  f12700-ativo-ativo                to true
            move ws-data-inv                       to f12700-data-inclusao
            move function numval(lnk-UserID)        to f12700-UserID-inclusao

            perform 9000-Write_Kaku-pd12700
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f12700-Ativo_Imobilizado - " ws-AccessResult into ws-Message_Messeji
            else
                 string "Bem incluido no imobilizado sob o numero [" ws-Number-ativo "]" into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2100-consultar-ativo section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-ativo

       exit.

      *>=================================================================================
      *> Baixa por venda, perda ou sucata: o bem deixa de depreciar e as
      *> parcelas do CIAP ainda nao apropriadas sao perdidas
       2100-baixar-ativo section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-ativo
            if   not ws-OperationOK
                 exit section
            end-if

            if   f12700-ativo-baixado
                 string "Bem ja baixado em " f12700-data-baixa into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f-data-baixa

            perform until f-data-baixa not less f12700-data-aquisicao or ws-tecla-Cancela
                 accept f-data-baixa at line 25 col 49 with update auto-skip
            end-perform

            perform until f-motivo-baixa not equal spaces or ws-tecla-Cancela
                 accept f-motivo-baixa at line 25 col 58 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin baixa do bem? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            set  f12700-ativo-baixado              to true
            move f-data-baixa                      to f12700-data-baixa
            move f-motivo-baixa                    to f12700-motivo-baixa

            perform 9000-Rewrite_Kakinaosu-pd12700
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f12700-Ativo_Imobilizado - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Fechamento mensal: quota de depreciacao linear de cada bem ativo e
      *> parcela de 1/48 do ICMS no CIAP, ponderada pelas saidas tributadas
      *> sobre o total de saidas do mes
       2100-calcular-competencia section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until (f-competencia(5:2) greater zeros and f-competencia(5:2) less 13)
                       or ws-tecla-Cancela
                 accept f-competencia at line 25 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move f-competencia                     to ws-competencia

            move "Confirm_Kakunin calculo de depreciacao e CIAP da competencia? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2200-fator-ciap

            move zeros                              to ws-contador-bens
                                                       ws-tot-depreciacao
                                                       ws-tot-ciap

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f12700-Ativo_Imobilizado
            move lnk-CompanyCode                    to f12700-CompanyCode
            move lnk-BranchCode                     to f12700-BranchCode
            set  f12700-ativo-ativo                to true
            move zeros                             to f12700-Number-ativo
            perform 9000-str-pd12700-grt-1
            perform 9000-Read_Yomu-pd12700-nex
            perform until not ws-OperationOK
                       or f12700-CompanyCode not equal lnk-CompanyCode
                       or f12700-BranchCode  not equal lnk-BranchCode
                       or not f12700-ativo-ativo

                 perform 2200-calcula-ativo

                 perform 9000-Read_Yomu-pd12700-nex
            end-perform

            move ws-tot-depreciacao                to ws-Value-x
            move ws-tot-ciap                       to ws-Value-ciap-x
            move ws-fator-ciap                     to ws-fator-x
            string "Competencia " ws-competencia ": " ws-contador-bens " bens, depreciacao "
                   ws-Value-x ", CIAP " ws-Value-ciap-x " (fator " ws-fator-x ")" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Saidas do mes: notas emitidas (NF-e e NFC-e) nao canceladas; as que
      *> destacaram ICMS compoem o numerador do fator do CIAP
       2200-fator-ciap section.

            compute ws-data-inicial = (ws-competencia * 100) + 1
            compute ws-data-final   = (ws-competencia * 100) + 31

            move zeros                              to ws-Value-saidas-tributadas
                                                       ws-Value-saidas-total
                                                       ws-fator-ciap

            *> Saidas NF-e e NFC-e do periodo pela data de operacao (chave-2)
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move ws-data-inicial                    to f05000-data-operacao
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao greater ws-data-final

                 if  (f05000-nota-Exit_Deguchi or f05000-nota-consumidor)
                 and  not f05000-nota-cancelada
                      add  f05000-Value-total       to ws-Value-saidas-total
                      if   f05000-Value-icms greater zeros
                           add  f05000-Value-total  to ws-Value-saidas-tributadas
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

            if   ws-Value-saidas-total greater zeros
                 compute ws-fator-ciap rounded = ws-Value-saidas-tributadas / ws-Value-saidas-total
            end-if

       exit.

      *>=================================================================================
       2200-calcula-ativo section.

            compute ws-competencia-aquisicao = f12700-data-aquisicao / 100
            if   ws-competencia-aquisicao greater ws-competencia
                 exit section
            end-if

            if   f12700-competencia-ultima-depreciacao not less ws-competencia
                 exit section
            end-if

            move zeros                              to ws-Value-depreciacao
                                                       ws-Value-parcela-ciap
                                                       ws-Value-icms-parcela

            compute ws-Value-residual = f12700-Value-aquisicao - f12700-Value-depreciacao-acumulada
            if   ws-Value-residual greater zeros
                 compute ws-Value-depreciacao rounded = f12700-Value-aquisicao / f12700-vida-util-meses
                 if   ws-Value-depreciacao greater ws-Value-residual
                      move ws-Value-residual        to ws-Value-depreciacao
                 end-if
            end-if

            if   f12700-ativo-com-ciap
            and  f12700-parcelas-ciap-apropriadas less c-parcelas-ciap
                 compute ws-Value-icms-parcela rounded = f12700-Value-icms-ciap / c-parcelas-ciap
                 compute ws-Value-parcela-ciap rounded = ws-Value-icms-parcela * ws-fator-ciap
            end-if

            if   ws-Value-depreciacao equal zeros
            and  not (f12700-ativo-com-ciap and f12700-parcelas-ciap-apropriadas less c-parcelas-ciap)
                 exit section
            end-if

            initialize                             f12800-Movimento_Ativo
            move f12700-CompanyCode                 to f12800-CompanyCode
            move f12700-BranchCode                  to f12800-BranchCode
            move f12700-Number-ativo               to f12800-Number-ativo
            move ws-competencia                    to f12800-competencia
            move ws-Value-depreciacao              to f12800-Value-depreciacao
            move f12700-conta-contabil             to f12800-conta-contabil
            if   f12700-ativo-com-ciap
            and  f12700-parcelas-ciap-apropriadas less c-parcelas-ciap
                 set  f12800-movimento-com-ciap     to true
                 compute f12800-parcela-ciap = f12700-parcelas-ciap-apropriadas + 1
                 move ws-Value-icms-parcela         to f12800-Value-icms-parcela
                 move ws-Value-saidas-tributadas    to f12800-Value-saidas-tributadas
                 move ws-Value-saidas-total         to f12800-Value-saidas-total
                 move ws-fator-ciap                 to f12800-fator-ciap
                 move ws-Value-parcela-ciap         to f12800-Value-parcela-ciap
            else
                 set  f12800-movimento-sem-ciap     to true
            end-if
            move ws-data-inv                       to f12800-data-calculo
            move function numval(lnk-UserID)        to f12800-UserID-calculo

            perform 9000-Write_Kaku-pd12800
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f12800-Movimento_Ativo - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  ws-Value-depreciacao              to f12700-Value-depreciacao-acumulada
            move ws-competencia                    to f12700-competencia-ultima-depreciacao
            if   f12800-movimento-com-ciap
                 move f12800-parcela-ciap           to f12700-parcelas-ciap-apropriadas
            end-if

            perform 9000-Rewrite_Kakinaosu-pd12700
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f12700-Ativo_Imobilizado - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                 to ws-contador-bens
            add  ws-Value-depreciacao              to ws-tot-depreciacao
            add  ws-Value-parcela-ciap             to ws-tot-ciap

       exit.

      *>=================================================================================
      *> Razao do imobilizado: custo, depreciacao acumulada, valor liquido e
      *> situacao do CIAP de cada bem
       2100-Report_Imobilizado section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\IMOBILIZADO_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-relatorio

            open output arq-relatorio
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-relatorio
            string "RAZAO DO ATIVO IMOBILIZADO - " ws-data-inv delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move spaces                             to rs-arq-relatorio
            string "BEM       DESCRICAO                      AQUISICAO  CONTA           CUSTO      ACUMULADA        LIQUIDO CIAP S BAIXA" delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move zeros                              to ws-contador-Report_Repoto
                                                       ws-tot-aquisicao
                                                       ws-tot-acumulada
                                                       ws-tot-liquido

            initialize                             f12700-Ativo_Imobilizado
            move lnk-CompanyCode                    to f12700-CompanyCode
            move lnk-BranchCode                     to f12700-BranchCode
            move zeros                             to f12700-Number-ativo
            perform 9000-str-pd12700-grt
            perform 9000-Read_Yomu-pd12700-nex
            perform until not ws-OperationOK
                       or f12700-CompanyCode not equal lnk-CompanyCode
                       or f12700-BranchCode  not equal lnk-BranchCode

                 add  1                             to ws-contador-Report_Repoto
                 compute ws-Value-residual = f12700-Value-aquisicao - f12700-Value-depreciacao-acumulada
                 move f12700-Value-aquisicao        to ws-Value-x
                 move f12700-Value-depreciacao-acumulada to ws-Value-acumulada-x
                 move ws-Value-residual             to ws-Value-liquido-x
                 move spaces                        to rs-arq-relatorio
                 string f12700-Number-ativo
                        " " f12700-ds-ativo(1:30)
                        " " f12700-data-aquisicao
                        " " f12700-conta-contabil
                        " " ws-Value-x
                        " " ws-Value-acumulada-x
                        " " ws-Value-liquido-x
                        " " f12700-parcelas-ciap-apropriadas "/48"
                        " " f12700-StatusID
                        " " f12700-data-baixa
                        delimited by size into rs-arq-relatorio
                 write rs-arq-relatorio

                 add  f12700-Value-aquisicao        to ws-tot-aquisicao
                 add  f12700-Value-depreciacao-acumulada to ws-tot-acumulada
                 add  ws-Value-residual             to ws-tot-liquido

                 perform 9000-Read_Yomu-pd12700-nex
            end-perform

            move ws-tot-aquisicao                  to ws-Value-x
            move ws-tot-acumulada                  to ws-Value-acumulada-x
            move ws-tot-liquido                    to ws-Value-liquido-x
            move spaces                             to rs-arq-relatorio
            string "TOTAL GERAL                                                        "
                   ws-Value-x " " ws-Value-acumulada-x " " ws-Value-liquido-x
                   delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            close arq-relatorio

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "RAZAO DO IMOBILIZADO"             to lw-ds-parametros-spool
            move wid-arq-relatorio                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " bens listados em " wid-arq-relatorio into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-Localiza-ativo section.

            perform 8000-ClearScreen

            perform until f-Number-ativo greater zeros or ws-tecla-Cancela
                 accept f-Number-ativo at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f12700-Ativo_Imobilizado
            move lnk-CompanyCode                    to f12700-CompanyCode
            move lnk-BranchCode                     to f12700-BranchCode
            move f-Number-ativo                    to f12700-Number-ativo
            perform 9000-Read_Yomu-pd12700-ran
            if   not ws-OperationOK
                 string "Bem nao cadastrado! [" f-Number-ativo "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "23"                          to ws-AccessResult
                 exit section
            end-if

            if   f12700-ativo-baixado
                 move "BAIXADO"                     to f-StatusID
            else
                 move "ATIVO"                       to f-StatusID
            end-if
            move f12700-ds-ativo                   to f-ds-ativo
            move f12700-Number-documento           to f-Number-documento
            move f12700-Series-documento           to f-Series-documento
            move f12700-cd-fornecedor              to f-cd-fornecedor
            move f12700-data-aquisicao             to f-data-aquisicao
            move f12700-Value-aquisicao            to f-Value-aquisicao
            move f12700-conta-contabil             to f-conta-contabil
            move f12700-vida-util-meses            to f-vida-util-meses
            move f12700-local-ativo                to f-local-ativo
            move f12700-Value-depreciacao-acumulada to f-Value-acumulada
            move f12700-id-ciap                    to f-id-ciap
            move f12700-Value-icms-ciap            to f-Value-icms-ciap
            move f12700-parcelas-ciap-apropriadas  to f-parcelas-ciap
            move f12700-competencia-ultima-depreciacao to f-competencia
            move f12700-data-baixa                 to f-data-baixa
            move f12700-motivo-baixa               to f-motivo-baixa
            perform 8000-Screen_Gamen

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd05000
            close pd12700
            close pd12800

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Ativo

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Ativo

            perform 9000-StandardFrame
            display frm-Ativo

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR05000.cpy.
       copy CSR12700.cpy.
       copy CSR12800.cpy.
