      $set sourceformat"free"
       program-id. CS40014C.
      *>=================================================================================
      *>
      *>          Conhecimento de Transporte (CT-e) - Entrada e Auditoria de Frete
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01900.cpy.
       copy CSS02600.cpy.
       copy CSS03100.cpy.
       copy CSS05000.cpy.
       copy CSS09900.cpy.
       copy CSS12400.cpy.
       copy CSS12500.cpy.

            select arq-cte assign to disk wid-arq-cte
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-relatorio assign to disk wid-arq-relatorio
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01900.cpy.
       copy CSF02600.cpy.
       copy CSF03100.cpy.
       copy CSF05000.cpy.
       copy CSF09900.cpy.
       copy CSF12400.cpy.
       copy CSF12500.cpy.

       fd   arq-cte.

       01   rs-arq-cte                             pic x(16000).

       fd   arq-relatorio.

       01   rs-arq-relatorio                       pic x(150).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40014C".
       78   c-ProgramDesc                   value "CT-E - AUDITORIA DE FRETE".

       78   c-serie-nota-entrada                   value 902.
       78   c-perc-tolerancia-frete                value 2.
       78   c-max-nfe-cte                          value 99.
       78   c-tam-linha-cte                        value 16000.
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW13900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-cte                         pic x(200).
            03 wid-arq-relatorio                   pic x(200).
            03 ws-id-duplicidade                   pic x(01).
               88 ws-documento-duplicado               value "S".
               88 ws-documento-inedito                 value "N".
            03 ws-id-emit                          pic x(01).
               88 ws-dentro-emit                       value "S".
               88 ws-fora-emit                         value "N".
            03 ws-Parameters-data-util             pic 9(08).
            03 ws-data-vencimento-int              pic 9(07).
            03 ws-contador-lidos                   pic 9(05).
            03 ws-contador-lancados                pic 9(05).
            03 ws-contador-revisao                 pic 9(05).
            03 ws-contador-duplicados              pic 9(05).
            03 ws-contador-Report_Repoto            pic 9(05).
            03 ws-i                                pic 9(05).
            03 ws-j                                pic 9(03).
            03 ws-pos-inicio                       pic 9(05).
            03 ws-pos-achou                        pic 9(05).
            03 ws-pos-limite                       pic 9(05).
            03 ws-tam-linha                        pic 9(05).
            03 ws-brancos-finais                   pic 9(05).
            03 ws-tam-tag                          pic 9(02).
            03 ws-tag-abre                         pic x(20).
            03 ws-Value-tag                        pic x(60).
            03 ws-Value-numerico                   pic x(20).
            03 ws-Value-limite                     pic 9(09)v9(02).
            03 ws-data-inicial                     pic 9(08).
            03 ws-data-final                       pic 9(08).
            03 ws-Value-x                          pic zzz.zzz.zz9,99.
            03 ws-Value-tabela-x                   pic zzz.zzz.zz9,99.
            03 ws-Value-diferenca-x                pic ---.---.--9,99.
            03 ws-perc-x                           pic ----9,99.
            03 ws-peso-x                           pic zzz.zzz.zz9,9999.

      *> CT-e em leitura
       01   ws-Cte-lido.
            03 ws-cte-chave                        pic x(44).
            03 ws-cte-Number                       pic 9(09).
            03 ws-cte-Series                       pic x(03).
            03 ws-cte-data-emissao                 pic 9(08).
            03 ws-cte-cnpj-emitente                pic 9(14).
            03 ws-cte-uf-fim                       pic x(02).
            03 ws-cte-Value-prestacao              pic 9(09)v9(02).
            03 ws-cte-peso-carga                   pic 9(09)v9(04).
            03 ws-cte-qtde-nfe                     pic 9(03).
            03 ws-cte-chaves-nfe                   occurs 99.
               05 ws-cte-chave-nfe                 pic x(44).

      *> Totais do relatorio de auditoria por transportadora
       01   ws-Totais-Auditoria.
            03 ws-tot-qtde-cte                     pic 9(05).
            03 ws-tot-Value-cobrado                pic 9(11)v9(02).
            03 ws-tot-Value-tabela                 pic 9(11)v9(02).
            03 ws-tot-Value-excedente              pic 9(11)v9(02).
            03 ws-tot-qtde-revisao                 pic 9(05).
            03 ws-tot-qtde-contestado              pic 9(05).
            03 ws-ger-Value-cobrado                pic 9(11)v9(02).
            03 ws-ger-Value-tabela                 pic 9(11)v9(02).
            03 ws-ger-Value-excedente              pic 9(11)v9(02).
            03 ws-StatusID-auditoria               pic x(01).
            03 ws-ind-status                       pic 9(01).
            03 ws-lista-status                     pic x(04) value "LARC".

       01   f-Cte.
            03 f-arquivo-cte                       pic x(60).
            03 f-cd-transportadora                 pic 9(04).
            03 f-razao-social                      pic x(55).
            03 f-Number-cte                        pic 9(09).
            03 f-Series-cte                        pic x(03).
            03 f-Value-cobrado                     pic zzz.zzz.zz9,99.
            03 f-Value-tabela                      pic zzz.zzz.zz9,99.
            03 f-motivo-revisao                    pic x(60).
            03 f-cd-fornecedor                     pic 9(09).
            03 f-data-inicial                      pic 9(08).
            03 f-data-final                        pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Cte.
            03 line 11 col 14   pic x(19) value "Arquivo CT-e (XML):".
            03 line 11 col 34   pic x(60) from f-arquivo-cte.
            03 line 13 col 18   pic x(15) value "Transportadora:".
            03 line 13 col 34   pic 9(04) from f-cd-transportadora.
            03 line 13 col 40   pic x(55) from f-razao-social.
            03 line 15 col 25   pic x(08) value "CT-e Nr:".
            03 line 15 col 34   pic 9(09) from f-Number-cte.
            03 line 15 col 50   pic x(06) value "Serie:".
            03 line 15 col 57   pic x(03) from f-Series-cte.
            03 line 17 col 19   pic x(14) value "Frete cobrado:".
            03 line 17 col 34   pic zzz.zzz.zz9,99 from f-Value-cobrado.
            03 line 17 col 50   pic x(15) value "Frete tabela:".
            03 line 17 col 66   pic zzz.zzz.zz9,99 from f-Value-tabela.
            03 line 19 col 25   pic x(08) value "Motivo:".
            03 line 19 col 34   pic x(60) from f-motivo-revisao.
            03 line 21 col 22   pic x(11) value "Fornecedor:".
            03 line 21 col 34   pic 9(09) from f-cd-fornecedor.
            03 line 23 col 24   pic x(09) value "Periodo:".
            03 line 23 col 34   pic 9(08) from f-data-inicial.
            03 line 23 col 44   pic x(01) value "a".
            03 line 23 col 47   pic 9(08) from f-data-final.

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

            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-io-pd02600
            perform 9000-Open_Akeru-i-pd03100
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-i-pd09900
            perform 9000-Open_Akeru-io-pd12400
            perform 9000-Open_Akeru-io-pd12500

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
                     perform 2100-importar-cte
                when 02
                     perform 2100-aprovar-cte
                when 03
                     perform 2100-contestar-cte
                when 04
                     perform 2100-Report_Fila-Revisao
                when 05
                     perform 2100-Report_Auditoria
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Importa o XML do CT-e recebido da transportadora (um ou mais CT-e
      *> no arquivo), vincula as notas pela chave de acesso e audita o
      *> frete cobrado contra a tabela do CS10031C
       2100-importar-cte section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-arquivo-cte <> spaces or ws-tecla-Cancela
                 accept f-arquivo-cte at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            string lnk-int-path delimited by "  " "\" f-arquivo-cte delimited by "  " into wid-arq-cte

            open input arq-cte
            if   not ws-OperationOK
                 string "File_Fairu " function trim(f-arquivo-cte) " no encontrado em " lnk-int-path into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-contador-lidos
                                                       ws-contador-lancados
                                                       ws-contador-revisao
                                                       ws-contador-duplicados

            initialize                             ws-Cte-lido
            set  ws-fora-emit                      to true

            read arq-cte next
            perform until not ws-OperationOK

                 perform 2200-interpreta-linha-cte

                 read arq-cte next
            end-perform

            close arq-cte

            string "Importacao: " ws-contador-lidos " CT-e lidos, " ws-contador-lancados
                   " lancados, " ws-contador-revisao " em revisao, "
                   ws-contador-duplicados " duplicados." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> O XML pode vir em uma unica linha ou indentado: cada linha  varrida
      *> pelas tags de interesse e o CT-e  fechado no </infCte>
       2200-interpreta-linha-cte section.

            move zeros                              to ws-brancos-finais
            inspect function reverse(rs-arq-cte) tallying ws-brancos-finais for leading spaces
            compute ws-tam-linha = c-tam-linha-cte - ws-brancos-finais
            if   ws-tam-linha equal zeros
                 exit section
            end-if

            *> Chave do CT-e no atributo Id do infCte
            move 'Id="CTe'                          to ws-tag-abre
            move 1                                  to ws-pos-inicio
            perform 9000-busca-tag
            if   ws-pos-achou greater zeros
                 initialize                         ws-Cte-lido
                 set  ws-fora-emit                  to true
                 compute ws-i = ws-pos-achou + ws-tam-tag
                 move rs-arq-cte(ws-i:44)           to ws-cte-chave
            end-if

            move "<nCT>"                            to ws-tag-abre
            move 1                                  to ws-pos-inicio
            perform 9000-busca-tag
            if   ws-pos-achou greater zeros
                 move function numval(ws-Value-tag) to ws-cte-Number
            end-if

            if   ws-cte-Series equal spaces
                 move "<serie>"                     to ws-tag-abre
                 move 1                             to ws-pos-inicio
                 perform 9000-busca-tag
                 if   ws-pos-achou greater zeros
                      move ws-Value-tag(1:3)        to ws-cte-Series
                 end-if
            end-if

            move "<dhEmi>"                          to ws-tag-abre
            move 1                                  to ws-pos-inicio
            perform 9000-busca-tag
            if   ws-pos-achou greater zeros
                 string ws-Value-tag(1:4) ws-Value-tag(6:2) ws-Value-tag(9:2)
                        delimited by size into ws-cte-data-emissao
            end-if

            move "<UFFim>"                          to ws-tag-abre
            move 1                                  to ws-pos-inicio
            perform 9000-busca-tag
            if   ws-pos-achou greater zeros
                 move ws-Value-tag(1:2)             to ws-cte-uf-fim
            end-if

            *> CNPJ do emitente: o primeiro <CNPJ> depois do <emit>
            move 1                                  to ws-pos-inicio
            move "<emit>"                           to ws-tag-abre
            perform 9000-busca-tag
            if   ws-pos-achou greater zeros
                 set  ws-dentro-emit                to true
                 move ws-pos-achou                  to ws-pos-inicio
            end-if
            if   ws-dentro-emit
                 move "<CNPJ>"                      to ws-tag-abre
                 perform 9000-busca-tag
                 if   ws-pos-achou greater zeros
                      move function numval(ws-Value-tag) to ws-cte-cnpj-emitente
                      set  ws-fora-emit             to true
                 end-if
            end-if

            move "<vTPrest>"                        to ws-tag-abre
            move 1                                  to ws-pos-inicio
            perform 9000-busca-tag
            if   ws-pos-achou greater zeros
                 perform 9000-converte-Value-tag
                 move function numval(ws-Value-numerico) to ws-cte-Value-prestacao
            end-if

            if   ws-cte-peso-carga equal zeros
                 move "<qCarga>"                    to ws-tag-abre
                 move 1                             to ws-pos-inicio
                 perform 9000-busca-tag
                 if   ws-pos-achou greater zeros
                      perform 9000-converte-Value-tag
                      move function numval(ws-Value-numerico) to ws-cte-peso-carga
                 end-if
            end-if

            *> Notas transportadas: uma <chave> por infNFe
            move "<chave>"                          to ws-tag-abre
            move 1                                  to ws-pos-inicio
            perform 9000-busca-tag
            perform until ws-pos-achou equal zeros
                 if   ws-cte-qtde-nfe less c-max-nfe-cte
                      add  1                        to ws-cte-qtde-nfe
                      move ws-Value-tag(1:44)       to ws-cte-chave-nfe(ws-cte-qtde-nfe)
                 end-if
                 compute ws-pos-inicio = ws-pos-achou + ws-tam-tag
                 perform 9000-busca-tag
            end-perform

            move "</infCte>"                        to ws-tag-abre
            move 1                                  to ws-pos-inicio
            perform 9000-busca-tag
            if   ws-pos-achou greater zeros
            and  ws-cte-chave not equal spaces
                 add  1                             to ws-contador-lidos
                 perform 2200-registra-cte
                 initialize                         ws-Cte-lido
            end-if

       exit.

      *>=================================================================================
       2200-registra-cte section.

            initialize                             f12400-Conhecimento_Frete
            move lnk-CompanyCode                    to f12400-CompanyCode
            move lnk-BranchCode                     to f12400-BranchCode
            move ws-cte-chave                      to f12400-chave-cte
            perform 9000-Read_Yomu-pd12400-ran
            if   ws-OperationOK
                 add  1                             to ws-contador-duplicados
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f12400-Conhecimento_Frete
            move lnk-CompanyCode                    to f12400-CompanyCode
            move lnk-BranchCode                     to f12400-BranchCode
            move ws-cte-chave                      to f12400-chave-cte
            move ws-cte-Number                     to f12400-Number-cte
            move ws-cte-Series                     to f12400-Series-cte
            move ws-cte-data-emissao               to f12400-data-emissao
            move ws-cte-cnpj-emitente              to f12400-cnpj-emitente
            move ws-cte-uf-fim                     to f12400-uf-destino
            move ws-cte-Value-prestacao            to f12400-Value-cobrado
            move ws-cte-qtde-nfe                   to f12400-qtde-nfe
            move ws-data-inv                       to f12400-data-importacao
            move function numval(lnk-UserID)        to f12400-UserID-operacao

            perform 2200-vincula-notas-cte

            *> Peso das notas vinculadas tem precedencia sobre o declarado
            if   f12400-peso-carga equal zeros
                 move ws-cte-peso-carga             to f12400-peso-carga
            end-if

            perform 2200-identifica-transportadora
            perform 2200-audita-frete

            if   f12400-cte-lancado
                 perform 9000-gravar-Contas_Pagar
                 if   not ws-OperationOK
                      set  f12400-cte-em-revisao    to true
                      move "Falha ao gravar o titulo no Contas a Pagar" to f12400-motivo-revisao
                 end-if
            end-if

            perform 9000-Write_Kaku-pd12400
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f12400-Conhecimento_Frete - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f12400-cte-lancado
                 add  1                             to ws-contador-lancados
            else
                 add  1                             to ws-contador-revisao
            end-if

       exit.

      *>=================================================================================
      *> Cada chave de NF-e do CT-e  procurada nas notas emitidas; o peso
      *> bruto e a UF das notas localizadas alimentam a auditoria
       2200-vincula-notas-cte section.

            move zeros                              to f12400-qtde-nfe-vinculada
                                                       f12400-peso-carga

            perform varying ws-j from 1 by 1 until ws-j > ws-cte-qtde-nfe

                 initialize                         f12500-CTe_Nota
                 move lnk-CompanyCode               to f12500-CompanyCode
                 move lnk-BranchCode                to f12500-BranchCode
                 move ws-cte-chave                  to f12500-chave-cte
                 move ws-j                          to f12500-Seq
                 move ws-cte-chave-nfe(ws-j)        to f12500-chave-nfe
                 set  f12500-nota-nao-localizada    to true

                 perform 9000-localiza-nota-chave
                 if   ws-OperationOK
                      set  f12500-nota-vinculada    to true
                      move f05000-Type-nota         to f12500-Type-nota
                      move f05000-Number-documento  to f12500-Number-documento
                      move f05000-Series-documento  to f12500-Series-documento
                      move f05000-peso-bruto        to f12500-peso-bruto
                      add  1                        to f12400-qtde-nfe-vinculada
                      add  f05000-peso-bruto        to f12400-peso-carga
                      if   f12400-uf-destino equal spaces
                           move f05000-uf-destino   to f12400-uf-destino
                      end-if
                 end-if

                 perform 9000-Write_Kaku-pd12500
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f12500-CTe_Nota - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> Transportadora pelo CNPJ do emitente; o titulo  lancado para o
      *> Fornecedor cadastrado com o mesmo CNPJ
       2200-identifica-transportadora section.

            move zeros                              to f12400-cd-transportadora
                                                       f12400-cd-fornecedor

            initialize                             f03100-transportadora
            move lnk-CompanyCode                    to f03100-CompanyCode
            move lnk-BranchCode                     to f03100-BranchCode
            perform 9000-str-pd03100-grt
            perform 9000-Read_Yomu-pd03100-nex
            perform until not ws-OperationOK
                       or f03100-CompanyCode not equal lnk-CompanyCode
                       or f03100-BranchCode  not equal lnk-BranchCode

                 if   f03100-cnpj equal f12400-cnpj-emitente
                      move f03100-cd-transportadora to f12400-cd-transportadora
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd03100-nex
            end-perform

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f12400-cnpj-emitente              to f01900-cgc
            perform 9000-Read_Yomu-pd01900-ran-1
            if   ws-OperationOK
            and  not f01900-fornecedor-bloqueado
                 move f01900-cd-fornecedor          to f12400-cd-fornecedor
            end-if

       exit.

      *>=================================================================================
      *> Frete de tabela: primeira faixa de peso que comporta o peso da
      *> carga, pela mesma regra da sugestao de frete do CS30003C. Cobranca
      *> abaixo da tabela  aceita; acima da tolerancia vai para revisao
       2200-audita-frete section.

            set  f12400-cte-em-revisao             to true
            move zeros                              to f12400-Value-tabela
                                                       f12400-Value-diferenca
                                                       f12400-perc-diferenca

            evaluate true
                 when f12400-cd-transportadora equal zeros
                      move "Transportadora nao cadastrada para o CNPJ do emitente" to f12400-motivo-revisao
                      exit section
                 when f12400-qtde-nfe equal zeros
                      move "CT-e sem chave de NF-e informada" to f12400-motivo-revisao
                      exit section
                 when f12400-qtde-nfe-vinculada less f12400-qtde-nfe
                      move "NF-e do CT-e nao localizada nas notas emitidas" to f12400-motivo-revisao
                      exit section
            end-evaluate

            initialize                             f09900-Tabela_Frete
            move lnk-CompanyCode                    to f09900-CompanyCode
            move lnk-BranchCode                     to f09900-BranchCode
            move f12400-cd-transportadora          to f09900-cd-transportadora
            move f12400-uf-destino                 to f09900-uf-destino
            move f12400-peso-carga                 to f09900-faixa-peso-ate
            perform 9000-str-pd09900-nlss
            perform 9000-Read_Yomu-pd09900-nex
            if   not ws-OperationOK
            or   f09900-CompanyCode       not equal lnk-CompanyCode
            or   f09900-BranchCode        not equal lnk-BranchCode
            or   f09900-cd-transportadora not equal f12400-cd-transportadora
            or   f09900-uf-destino        not equal f12400-uf-destino
                 move "Sem faixa na tabela de frete para a UF e o peso" to f12400-motivo-revisao
                 exit section
            end-if

            move f09900-Value-frete                to f12400-Value-tabela
            compute f12400-Value-diferenca = f12400-Value-cobrado - f12400-Value-tabela
            if   f12400-Value-tabela greater zeros
                 compute f12400-perc-diferenca rounded =
                         f12400-Value-diferenca * 100 / f12400-Value-tabela
            end-if

            compute ws-Value-limite rounded =
                    f12400-Value-tabela * (100 + c-perc-tolerancia-frete) / 100

            if   f12400-Value-cobrado greater ws-Value-limite
                 move f12400-perc-diferenca         to ws-perc-x
                 string "Frete acima da tabela em " ws-perc-x "%" into f12400-motivo-revisao
                 exit section
            end-if

            if   f12400-cd-fornecedor equal zeros
                 move "Fornecedor nao cadastrado para o CNPJ da transportadora" to f12400-motivo-revisao
                 exit section
            end-if

            set  f12400-cte-lancado                to true
            move spaces                             to f12400-motivo-revisao

       exit.

      *>=================================================================================
      *> Libera para o Contas a Pagar um CT-e retido na revisao
       2100-aprovar-cte section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-cte-revisao
            if   not ws-OperationOK
                 exit section
            end-if

            move f12400-cd-fornecedor              to f-cd-fornecedor
            perform until f-cd-fornecedor greater zeros or ws-tecla-Cancela
                 accept f-cd-fornecedor at line 21 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
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

            move "Confirm_Kakunin lancamento do CT-e no Contas a Pagar? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            move f-cd-fornecedor                    to f12400-cd-fornecedor
            perform 9000-gravar-Contas_Pagar
            if   not ws-OperationOK
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            set  f12400-cte-aprovado               to true
            move ws-data-inv                       to f12400-data-revisao
            move function numval(lnk-UserID)        to f12400-UserID-revisao

            perform 9000-Rewrite_Kakinaosu-pd12400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f12400-Conhecimento_Frete - " ws-AccessResult into ws-Message_Messeji
            else
                 string "CT-e lancado no titulo [" f12400-Number-documento "/" f12400-Series-documento "]" into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Cobranca recusada: o CT-e sai da fila e fica registrado para a
      *> negociacao com a transportadora
       2100-contestar-cte section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-cte-revisao
            if   not ws-OperationOK
                 exit section
            end-if

            accept f-motivo-revisao at line 19 col 34 with update auto-skip

            move "Confirm_Kakunin contestacao do CT-e? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            set  f12400-cte-contestado             to true
            move f-motivo-revisao                  to f12400-motivo-revisao
            move ws-data-inv                       to f12400-data-revisao
            move function numval(lnk-UserID)        to f12400-UserID-revisao

            perform 9000-Rewrite_Kakinaosu-pd12400
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f12400-Conhecimento_Frete - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2100-Report_Fila-Revisao section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\CTE_REVISAO_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-relatorio

            open output arq-relatorio
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-relatorio
            string "CT-E RETIDOS PARA REVISAO - " ws-data-inv delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move spaces                             to rs-arq-relatorio
            string "TRANSP CT-E      EMISSAO   UF   FRETE COBRADO   FRETE TABELA  MOTIVO" delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f12400-Conhecimento_Frete
            move lnk-CompanyCode                    to f12400-CompanyCode
            move lnk-BranchCode                     to f12400-BranchCode
            set  f12400-cte-em-revisao             to true
            move zeros                             to f12400-cd-transportadora
            perform 9000-str-pd12400-grt-1
            perform 9000-Read_Yomu-pd12400-nex
            perform until not ws-OperationOK
                       or f12400-CompanyCode not equal lnk-CompanyCode
                       or f12400-BranchCode  not equal lnk-BranchCode
                       or not f12400-cte-em-revisao

                 add  1                             to ws-contador-Report_Repoto
                 move f12400-Value-cobrado          to ws-Value-x
                 move f12400-Value-tabela           to ws-Value-tabela-x
                 move spaces                        to rs-arq-relatorio
                 string f12400-cd-transportadora
                        "   " f12400-Number-cte
                        " " f12400-data-emissao
                        "  " f12400-uf-destino
                        " " ws-Value-x
                        " " ws-Value-tabela-x
                        "  " f12400-motivo-revisao
                        delimited by size into rs-arq-relatorio
                 write rs-arq-relatorio

                 perform 9000-Read_Yomu-pd12400-nex
            end-perform

            close arq-relatorio

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "CT-E EM REVISAO"                  to lw-ds-parametros-spool
            move wid-arq-relatorio                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " CT-e em revisao listados em " wid-arq-relatorio into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Quanto cada transportadora cobrou acima da tabela no periodo
       2100-Report_Auditoria section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f-data-final
            move ws-data-inv                       to f-data-inicial
            move 01                                to f-data-inicial(7:2)

            accept f-data-inicial at line 23 col 34 with update auto-skip
            accept f-data-final   at line 23 col 47 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            move f-data-inicial                    to ws-data-inicial
            move f-data-final                      to ws-data-final

            string lnk-tmp-path delimited by "  "
                   "\CTE_AUDITORIA_" ws-data-inicial "_" ws-data-final ".TXT" delimited by size
                   into wid-arq-relatorio

            open output arq-relatorio
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-relatorio
            string "AUDITORIA DE FRETE CT-E - PERIODO " ws-data-inicial " A " ws-data-final delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move spaces                             to rs-arq-relatorio
            string "TRANSP RAZAO SOCIAL                     QTDE  FRETE COBRADO   FRETE TABELA  EXCEDENTE   REVISAO CONTEST" delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move zeros                              to ws-ger-Value-cobrado
                                                       ws-ger-Value-tabela
                                                       ws-ger-Value-excedente

            initialize                             f03100-transportadora
            move lnk-CompanyCode                    to f03100-CompanyCode
            move lnk-BranchCode                     to f03100-BranchCode
            perform 9000-str-pd03100-grt
            perform 9000-Read_Yomu-pd03100-nex
            perform until not ws-OperationOK
                       or f03100-CompanyCode not equal lnk-CompanyCode
                       or f03100-BranchCode  not equal lnk-BranchCode

                 perform 2200-totaliza-transportadora

                 if   ws-tot-qtde-cte greater zeros
                      move ws-tot-Value-cobrado     to ws-Value-x
                      move ws-tot-Value-tabela      to ws-Value-tabela-x
                      move ws-tot-Value-excedente   to ws-Value-diferenca-x
                      move spaces                   to rs-arq-relatorio
                      string f03100-cd-transportadora
                             "   " f03100-razao-social(1:32)
                             " " ws-tot-qtde-cte
                             " " ws-Value-x
                             " " ws-Value-tabela-x
                             " " ws-Value-diferenca-x
                             " " ws-tot-qtde-revisao
                             "   " ws-tot-qtde-contestado
                             delimited by size into rs-arq-relatorio
                      write rs-arq-relatorio
                      add  ws-tot-Value-cobrado     to ws-ger-Value-cobrado
                      add  ws-tot-Value-tabela      to ws-ger-Value-tabela
                      add  ws-tot-Value-excedente   to ws-ger-Value-excedente
                 end-if

                 perform 9000-Read_Yomu-pd03100-nex
            end-perform

            move ws-ger-Value-cobrado              to ws-Value-x
            move ws-ger-Value-tabela               to ws-Value-tabela-x
            move ws-ger-Value-excedente            to ws-Value-diferenca-x
            move spaces                             to rs-arq-relatorio
            string "TOTAL GERAL                                     " ws-Value-x
                   " " ws-Value-tabela-x " " ws-Value-diferenca-x
                   delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            close arq-relatorio

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "AUDITORIA DE FRETE CT-E"          to lw-ds-parametros-spool
            move wid-arq-relatorio                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Auditoria gerada em " wid-arq-relatorio into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> CT-e da transportadora no periodo, percorrendo a chave por status
       2200-totaliza-transportadora section.

            move zeros                              to ws-tot-qtde-cte
                                                       ws-tot-Value-cobrado
                                                       ws-tot-Value-tabela
                                                       ws-tot-Value-excedente
                                                       ws-tot-qtde-revisao
                                                       ws-tot-qtde-contestado

            perform varying ws-ind-status from 1 by 1 until ws-ind-status > 4

                 move ws-lista-status(ws-ind-status:1) to ws-StatusID-auditoria

                 initialize                         f12400-Conhecimento_Frete
                 move lnk-CompanyCode               to f12400-CompanyCode
                 move lnk-BranchCode                to f12400-BranchCode
                 move ws-StatusID-auditoria         to f12400-StatusID
                 move f03100-cd-transportadora      to f12400-cd-transportadora
                 perform 9000-str-pd12400-grt-1
                 perform 9000-Read_Yomu-pd12400-nex
                 perform until not ws-OperationOK
                            or f12400-CompanyCode       not equal lnk-CompanyCode
                            or f12400-BranchCode        not equal lnk-BranchCode
                            or f12400-StatusID          not equal ws-StatusID-auditoria
                            or f12400-cd-transportadora not equal f03100-cd-transportadora

                      if   f12400-data-emissao not less ws-data-inicial
                      and  f12400-data-emissao not greater ws-data-final
                           add  1                   to ws-tot-qtde-cte
                           add  f12400-Value-cobrado to ws-tot-Value-cobrado
                           add  f12400-Value-tabela  to ws-tot-Value-tabela
                           if   f12400-Value-diferenca greater zeros
                           and  f12400-Value-tabela greater zeros
                                add f12400-Value-diferenca to ws-tot-Value-excedente
                           end-if
                           if   f12400-cte-em-revisao
                                add 1               to ws-tot-qtde-revisao
                           end-if
                           if   f12400-cte-contestado
                                add 1               to ws-tot-qtde-contestado
                           end-if
                      end-if

                      perform 9000-Read_Yomu-pd12400-nex
                 end-perform

            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Varredura posicional da linha do XML: procura ws-tag-abre a partir
      *> de ws-pos-inicio e devolve o conteudo ate o proximo "<"
       9000-busca-tag section.

            move zeros                              to ws-pos-achou
            move spaces                             to ws-Value-tag

            move zeros                              to ws-tam-tag
            inspect ws-tag-abre tallying ws-tam-tag for characters before initial " "

            if   ws-pos-inicio equal zeros
                 move 1                             to ws-pos-inicio
            end-if

            compute ws-pos-limite = ws-tam-linha - ws-tam-tag + 1

            perform varying ws-i from ws-pos-inicio by 1 until ws-i > ws-pos-limite
                 if   rs-arq-cte(ws-i:ws-tam-tag) equal ws-tag-abre(1:ws-tam-tag)
                      move ws-i                     to ws-pos-achou
                      exit perform
                 end-if
            end-perform

            if   ws-pos-achou equal zeros
                 exit section
            end-if

            compute ws-i = ws-pos-achou + ws-tam-tag
            if   ws-i + 60 greater c-tam-linha-cte
                 exit section
            end-if
            unstring rs-arq-cte(ws-i:60) delimited by "<" into ws-Value-tag

       exit.

      *>=================================================================================
      *> Valores do XML usam ponto decimal
       9000-converte-Value-tag section.

            move ws-Value-tag(1:20)                 to ws-Value-numerico
            inspect ws-Value-numerico replacing all "." by ","

       exit.

      *>=================================================================================
       9000-localiza-nota-chave section.

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            perform 9000-str-pd05000-grt
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode

                 if   f05000-chave-acesso equal f12500-chave-nfe
                      exit section
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

            move "23"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Titulo do frete no Contas a Pagar, numerado como o lancamento manual
      *> do CS40004C; o CT-e fica como documento de origem
       9000-gravar-Contas_Pagar section.

            perform 9000-verifica-duplicidade-fornecedor
            if   ws-documento-duplicado
                 string "CT-e [" f12400-Number-cte "/" f12400-Series-cte "] j lancado para este Fornecedor!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "22"                          to ws-AccessResult
                 exit section
            end-if

            move c-serie-nota-entrada              to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                             f02600-Contas_Pagar
            move lnk-CompanyCode                    to f02600-CompanyCode
            move lnk-BranchCode                     to f02600-BranchCode
            move 00                                to f02600-Type-nota
            move lnk-Number-documento              to f02600-Number-documento
            move c-serie-nota-entrada              to f02600-Series-documento
            move f12400-Number-cte                 to f02600-Number-documento-origem
            move f12400-Series-cte                 to f02600-Series-documento-origem
            move f12400-cd-fornecedor              to f02600-cd-fornecedor
            move f12400-data-emissao               to f02600-data-emissao

            compute ws-data-vencimento-int =
                    function integer-of-date(f12400-data-emissao)
                    + c-dias-prazo-pagamento
            move function date-of-integer(ws-data-vencimento-int)
                                                    to ws-Parameters-data-util
            call c-proximo-dia-util using lnk-par ws-Parameters-data-util
            cancel c-proximo-dia-util
            move ws-Parameters-data-util           to f02600-data-vencimento

            move f12400-Value-cobrado              to f02600-Value-total
            move zeros                             to f02600-Value-pago
            set  f02600-aberto                     to true

            perform 9000-Write_Kaku-pd02600
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02600-Contas_Pagar - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-rateia-centro-padrao

            move f02600-Type-nota                  to f12400-Type-nota
            move f02600-Number-documento           to f12400-Number-documento
            move f02600-Series-documento           to f12400-Series-documento

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
       9000-verifica-duplicidade-fornecedor section.

            set  ws-documento-inedito              to true

            initialize                             f02600-Contas_Pagar
            move lnk-CompanyCode                    to f02600-CompanyCode
            move lnk-BranchCode                     to f02600-BranchCode
            move zeros                             to f02600-Type-nota
                                                      f02600-Number-documento
            move spaces                            to f02600-Series-documento
            perform 9000-str-pd02600-grt
            perform 9000-Read_Yomu-pd02600-nex
            perform until not ws-OperationOK
                       or f02600-CompanyCode not equal lnk-CompanyCode
                       or f02600-BranchCode  not equal lnk-BranchCode

                 if   f02600-cd-fornecedor equal f12400-cd-fornecedor
                 and  f02600-Number-documento-origem equal f12400-Number-cte
                 and  f02600-Series-documento-origem  equal f12400-Series-cte
                      set ws-documento-duplicado    to true
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd02600-nex
            end-perform

       exit.

      *>=================================================================================
      *> CT-e em revisao pela transportadora e numero
       9000-Localiza-cte-revisao section.

            perform 8000-ClearScreen

            perform until f-cd-transportadora greater zeros or ws-tecla-Cancela
                 accept f-cd-transportadora at line 13 col 34 with update auto-skip
            end-perform

            perform until f-Number-cte greater zeros or ws-tecla-Cancela
                 accept f-Number-cte at line 15 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f12400-Conhecimento_Frete
            move lnk-CompanyCode                    to f12400-CompanyCode
            move lnk-BranchCode                     to f12400-BranchCode
            set  f12400-cte-em-revisao             to true
            move f-cd-transportadora               to f12400-cd-transportadora
            perform 9000-str-pd12400-grt-1
            perform 9000-Read_Yomu-pd12400-nex
            perform until not ws-OperationOK
                       or f12400-CompanyCode       not equal lnk-CompanyCode
                       or f12400-BranchCode        not equal lnk-BranchCode
                       or not f12400-cte-em-revisao
                       or f12400-cd-transportadora not equal f-cd-transportadora
                       or f12400-Number-cte        equal f-Number-cte
                 perform 9000-Read_Yomu-pd12400-nex
            end-perform

            if   not ws-OperationOK
            or   f12400-CompanyCode       not equal lnk-CompanyCode
            or   f12400-BranchCode        not equal lnk-BranchCode
            or   not f12400-cte-em-revisao
            or   f12400-cd-transportadora not equal f-cd-transportadora
                 string "CT-e [" f-Number-cte "] nao esta na fila de revisao desta transportadora!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "23"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f03100-transportadora
            move lnk-CompanyCode                    to f03100-CompanyCode
            move lnk-BranchCode                     to f03100-BranchCode
            move f12400-cd-transportadora          to f03100-cd-transportadora
            perform 9000-Read_Yomu-pd03100-ran
            if   ws-OperationOK
                 move f03100-razao-social           to f-razao-social
            end-if

            *> Leitura direta para a regravacao pela chave primaria
            perform 9000-Read_Yomu-pd12400-ran

            move f12400-Series-cte                 to f-Series-cte
            move f12400-Value-cobrado              to f-Value-cobrado
            move f12400-Value-tabela               to f-Value-tabela
            move f12400-motivo-revisao             to f-motivo-revisao
            perform 8000-Screen_Gamen

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01900
            close pd02600
            close pd03100
            close pd05000
            close pd09900
            close pd12400
            close pd12500

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Cte

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Cte

            perform 9000-StandardFrame
            display frm-Cte

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01900.cpy.
       copy CSR02600.cpy.
       copy CSR03100.cpy.
       copy CSR05000.cpy.
       copy CSR09900.cpy.
       copy CSR12400.cpy.
       copy CSR12500.cpy.
