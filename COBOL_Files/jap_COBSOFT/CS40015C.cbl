      $set sourceformat"free"
       program-id. CS40015C.
      *>=================================================================================
      *>
      *>          Manifestacao do Destinatario - Distribuicao DF-e de NF-e Recebidas
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01900.cpy.
       copy CSS12600.cpy.

            select arq-resposta assign to disk wid-arq-resposta
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-evento assign to disk wid-arq-evento
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
       copy CSF12600.cpy.

       fd   arq-resposta.

       01   rs-arq-resposta                        pic x(300).

       fd   arq-evento.

       01   rs-arq-evento                          pic x(512).

       fd   arq-relatorio.

       01   rs-arq-relatorio                       pic x(150).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40015C".
       78   c-ProgramDesc                   value "MANIFESTACAO DO DESTINATARIO".
       78   c-importacao-xml                       value "CS40003C".
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-resposta                    pic x(200).
            03 wid-arq-evento                      pic x(200).
            03 wid-arq-relatorio                   pic x(200).
            03 ws-ultimo-nsu                       pic 9(15).
            03 ws-contador-novos                   pic 9(05).
            03 ws-contador-atualizados             pic 9(05).
            03 ws-contador-suspeitos               pic 9(05).
            03 ws-contador-importados              pic 9(05).
            03 ws-contador-Report_Repoto            pic 9(05).
            03 ws-tp-evento                        pic 9(06).
            03 ws-ds-evento                        pic x(40).
            03 ws-StatusID-evento                  pic x(01).
            03 ws-Value-x                          pic zzz.zzz.zz9,99.
            03 ws-Parameters-conector.
               05 ws-ret-status-x                  pic x(01).
               05 ws-ret-protocolo-x               pic x(15).
               05 ws-ret-codigo-x                  pic x(03).
               05 ws-ret-mensagem-x                pic x(60).

      *> Linha da distribuicao DF-e devolvida pelo conector
       01   ws-Documento-Distribuicao.
            03 ws-dfe-tipo                         pic x(01).
               88 ws-dfe-resumo                        value "R".
               88 ws-dfe-completo                      value "P".
               88 ws-dfe-cancelamento                  value "E".
            03 ws-dfe-nsu-x                        pic x(15).
            03 ws-dfe-chave                        pic x(44).
            03 ws-dfe-cnpj-x                       pic x(14).
            03 ws-dfe-razao                        pic x(55).
            03 ws-dfe-data-x                       pic x(08).
            03 ws-dfe-Value-x                      pic x(15).
            03 ws-dfe-arquivo-xml                  pic x(60).

      *> Parametros da importacao direta no CS40003C
       01   lk-Parameters-importacao.
            03 lk-origem-importacao                pic x(04).
               88 lk-importacao-dfe                    value "DFE ".
            03 lk-Name-arquivo-xml                 pic x(60).

       01   f-Manifestacao.
            03 f-cnpj-emitente                     pic 9(14).
            03 f-Number-nfe                        pic 9(09).
            03 f-razao-emitente                    pic x(55).
            03 f-data-emissao                      pic 9(08).
            03 f-Value-total                       pic zzz.zzz.zz9,99.
            03 f-ds-situacao                       pic x(25).
            03 f-ds-fraude                         pic x(60).
            03 f-tipo-evento                       pic 9(01).
            03 f-ds-justificativa                  pic x(60).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Manifestacao.
            03 line 11 col 18   pic x(15) value "CNPJ Emitente:".
            03 line 11 col 34   pic 9(14) from f-cnpj-emitente.
            03 line 11 col 52   pic x(07) value "NF-e:".
            03 line 11 col 60   pic 9(09) from f-Number-nfe.
            03 line 13 col 25   pic x(08) value "Emitente:".
            03 line 13 col 34   pic x(55) from f-razao-emitente.
            03 line 15 col 25   pic x(08) value "Emissao:".
            03 line 15 col 34   pic 9(08) from f-data-emissao.
            03 line 15 col 52   pic x(07) value "Valor:".
            03 line 15 col 60   pic zzz.zzz.zz9,99 from f-Value-total.
            03 line 17 col 23   pic x(10) value "Situacao:".
            03 line 17 col 34   pic x(25) from f-ds-situacao.
            03 line 19 col 25   pic x(08) value "Fraude:".
            03 line 19 col 34   pic x(60) from f-ds-fraude.
            03 line 21 col 25   pic x(08) value "Evento:".
            03 line 21 col 34   pic 9(01) from f-tipo-evento.
            03 line 21 col 37   pic x(70) value "1-Ciencia 2-Confirmacao 3-Desconhecimento 4-Operacao nao realizada".
            03 line 23 col 19   pic x(14) value "Justificativa:".
            03 line 23 col 34   pic x(60) from f-ds-justificativa.

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
            perform 9000-Open_Akeru-io-pd12600

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

            *> Acionado pelo CS00001S (comando DFE) para cada Company_Kaisha
            if   lnk-execucao-background
                 perform 2100-consultar-distribuicao
                 set wf-Frame_Furemu-Return_Modoru  to true
                 exit section
            end-if

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
                     perform 2100-consultar-distribuicao
                when 02
                     perform 2100-manifestar
                when 03
                     perform 2100-importar-confirmadas
                when 04
                     perform 2100-Report_Pendentes
                when 05
                     perform 2100-Report_Fraude
                when 06
                     perform 2100-liberar-suspeita
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Consulta a distribuicao DF-e a partir do ultimo NSU recebido. O
      *> conector grava uma linha por documento:
      *> tipo;nsu;chave;cnpj-emitente;razao;data(AAAAMMDD);valor;arquivo-xml
      *> tipo R = resumo (antes da manifestacao), P = NF-e completa (XML
      *> gravado em lnk-nfe-path), E = evento de cancelamento da NF-e
       2100-consultar-distribuicao section.

            if   not lnk-AllowQuery
            and  not lnk-execucao-background
                 exit section
            end-if

            perform 9000-ultimo-nsu

            string lnk-tmp-path delimited by "  "
                   "\DFE_" lnk-CompanyCode "_" lnk-BranchCode ".TXT" delimited by size
                   into wid-arq-resposta

            move spaces                             to ws-command-exec
            string "..\cgi\dfedistribuicao "
                   lnk-cnpj " " ws-ultimo-nsu " "
                   lnk-nfe-path delimited by "  "
                   " "
                   wid-arq-resposta delimited by "  "
                   x"00" delimited by size
                   into ws-command-exec
            call "SYSTEM" using ws-command-exec

            open input arq-resposta
            if   not ws-OperationOK
                 move "Distribuicao DF-e sem retorno do conector." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-contador-novos
                                                       ws-contador-atualizados
                                                       ws-contador-suspeitos

            read arq-resposta next
            perform until not ws-OperationOK

                 if   rs-arq-resposta not equal spaces
                      perform 2200-registra-documento
                 end-if

                 read arq-resposta next
            end-perform

            close arq-resposta

            string "Distribuicao DF-e: " ws-contador-novos " novas, " ws-contador-atualizados
                   " atualizadas, " ws-contador-suspeitos " suspeitas de fraude." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-registra-documento section.

            initialize                             ws-Documento-Distribuicao
            unstring rs-arq-resposta delimited by ";"
                     into ws-dfe-tipo
                          ws-dfe-nsu-x
                          ws-dfe-chave
                          ws-dfe-cnpj-x
                          ws-dfe-razao
                          ws-dfe-data-x
                          ws-dfe-Value-x
                          ws-dfe-arquivo-xml

            if   ws-dfe-chave equal spaces
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f12600-Documento_Recebido
            move lnk-CompanyCode                    to f12600-CompanyCode
            move lnk-BranchCode                     to f12600-BranchCode
            move ws-dfe-chave                      to f12600-chave-nfe
            perform 9000-Read_Yomu-pd12600-ran
            if   ws-OperationOK
                 *> Documento ja conhecido: XML completo ou cancelamento posterior
                 if   function numval(ws-dfe-nsu-x) greater f12600-nsu
                      move function numval(ws-dfe-nsu-x) to f12600-nsu
                 end-if
                 evaluate true
                      when ws-dfe-completo
                           move ws-dfe-arquivo-xml  to f12600-arquivo-xml
                      when ws-dfe-cancelamento
                           set  f12600-nfe-cancelada to true
                 end-evaluate
                 perform 9000-Rewrite_Kakinaosu-pd12600
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f12600-Documento_Recebido - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 else
                      add 1                         to ws-contador-atualizados
                 end-if
                 exit section
            end-if

            initialize                             f12600-Documento_Recebido
            move lnk-CompanyCode                    to f12600-CompanyCode
            move lnk-BranchCode                     to f12600-BranchCode
            move ws-dfe-chave                      to f12600-chave-nfe
            move function numval(ws-dfe-nsu-x)      to f12600-nsu
            move function numval(ws-dfe-cnpj-x)     to f12600-cnpj-emitente
            move ws-dfe-razao                      to f12600-razao-emitente
            move function numval(ws-dfe-data-x)     to f12600-data-emissao
            inspect ws-dfe-Value-x replacing all "." by ","
            move function numval(ws-dfe-Value-x)    to f12600-Value-total
            if   ws-dfe-cancelamento
                 set  f12600-nfe-cancelada          to true
            else
                 set  f12600-nfe-autorizada         to true
            end-if
            if   ws-dfe-completo
                 move ws-dfe-arquivo-xml            to f12600-arquivo-xml
            end-if
            move ws-data-inv                       to f12600-data-download
            set  f12600-sem-manifestacao           to true
            set  f12600-xml-nao-importado          to true
            set  f12600-sem-suspeita               to true

            *> Emitente fora do cadastro de fornecedores: nota emitida contra
            *> o nosso CNPJ por quem nao conhecemos vai para revisao de fraude
            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f12600-cnpj-emitente              to f01900-cgc
            perform 9000-Read_Yomu-pd01900-ran-1
            if   ws-OperationOK
                 move f01900-cd-fornecedor          to f12600-cd-fornecedor
            else
                 set  f12600-suspeita-fraude        to true
                 move "Emitente nao cadastrado como fornecedor" to f12600-motivo-fraude
                 add  1                             to ws-contador-suspeitos
            end-if

            perform 9000-Write_Kaku-pd12600
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f12600-Documento_Recebido - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                 to ws-contador-novos

       exit.

      *>=================================================================================
      *> Envio dos eventos de manifestacao: ciencia (210210), confirmacao
      *> (210200), desconhecimento (210220) e operacao nao realizada (210240)
       2100-manifestar section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-documento
            if   not ws-OperationOK
                 exit section
            end-if

            if   f12600-operacao-confirmada
            or   f12600-operacao-desconhecida
            or   f12600-operacao-nao-realizada
                 move "Documento ja possui manifestacao conclusiva!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform until (f-tipo-evento greater zeros and f-tipo-evento less 5)
                       or ws-tecla-Cancela
                 accept f-tipo-evento at line 21 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f-tipo-evento equal 1
            and  f12600-ciencia-operacao
                 move "Ciencia da operacao ja registrada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            evaluate f-tipo-evento
                 when 1
                      move 210210                   to ws-tp-evento
                      move "Ciencia da Operacao"    to ws-ds-evento
                      move "I"                      to ws-StatusID-evento
                 when 2
                      move 210200                   to ws-tp-evento
                      move "Confirmacao da Operacao" to ws-ds-evento
                      move "C"                      to ws-StatusID-evento
                 when 3
                      move 210220                   to ws-tp-evento
                      move "Desconhecimento da Operacao" to ws-ds-evento
                      move "D"                      to ws-StatusID-evento
                 when 4
                      move 210240                   to ws-tp-evento
                      move "Operacao nao Realizada" to ws-ds-evento
                      move "N"                      to ws-StatusID-evento
            end-evaluate

            *> Operacao nao realizada exige justificativa
            move spaces                             to f-ds-justificativa
            if   f-tipo-evento equal 4
                 perform until f-ds-justificativa(15:1) <> space or ws-tecla-Cancela
                      accept f-ds-justificativa at line 23 col 34 with update auto-skip
                 end-perform
                 if   ws-tecla-Cancela
                      move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
            end-if

            string "Confirm_Kakunin envio do evento " function trim(ws-ds-evento) "? [S/N]" into ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2200-transmitir-evento

            evaluate ws-ret-status-x
                 when "A"
                      accept ws-data-inv            from date yyyymmdd
                      move ws-StatusID-evento       to f12600-StatusID
                      move ws-data-inv              to f12600-data-manifestacao
                      move function numval(ws-ret-protocolo-x)
                                                    to f12600-Number-protocolo
                      move f-ds-justificativa       to f12600-ds-justificativa
                      move function numval(lnk-UserID) to f12600-UserID-manifestacao
                      if   f12600-operacao-desconhecida
                      and  not f12600-fraude-revisada
                           set  f12600-suspeita-fraude to true
                           move "Operacao desconhecida pelo destinatario" to f12600-motivo-fraude
                      end-if
                      perform 9000-Rewrite_Kakinaosu-pd12600
                      if   not ws-OperationOK
                           string "Error_Eraa ao Rewrite_Kakinaosu f12600-Documento_Recebido - " ws-AccessResult into ws-Message_Messeji
                           perform 9000-Message_Messeji
                           exit section
                      end-if
                      string "Evento registrado - protocolo " ws-ret-protocolo-x into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 when "R"
                      string "Evento rejeitado [" ws-ret-codigo-x "] " ws-ret-mensagem-x into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 when other
                      move "SEFAZ sem resposta - evento nao registrado, tente novamente." to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
            end-evaluate

            *> Confirmada com o XML ja distribuido segue direto para a entrada
            if   f12600-operacao-confirmada
                 if   f12600-arquivo-xml equal spaces
                      move "XML completo ainda nao distribuido - a importacao fica pendente." to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 else
                      perform 2200-importar-documento
                 end-if
            end-if

       exit.

      *>=================================================================================
       2200-transmitir-evento section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-nfe-path delimited by "  "
                   "\MDe" f12600-chave-nfe "_" ws-tp-evento ".xml" delimited by size
                   into wid-arq-evento

            open output arq-evento
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Evento - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 initialize                         ws-Parameters-conector
                 exit section
            end-if

            move spaces                             to rs-arq-evento
            string '<?xml version="1.0" encoding="UTF-8"?>' into rs-arq-evento
            write rs-arq-evento

            move spaces                             to rs-arq-evento
            string '<envEvento xmlns="http://www.portalfiscal.inf.br/nfe" versao="1.00">'
                   '<evento versao="1.00"><infEvento Id="ID' ws-tp-evento f12600-chave-nfe '01">'
                   delimited by size into rs-arq-evento
            write rs-arq-evento

            move spaces                             to rs-arq-evento
            string '<cOrgao>91</cOrgao><tpAmb>1</tpAmb><CNPJ>' lnk-cnpj '</CNPJ>'
                   '<chNFe>' f12600-chave-nfe '</chNFe>'
                   '<dhEvento>' ws-data-inv 'T' ws-Hours(01:06) '</dhEvento>'
                   '<tpEvento>' ws-tp-evento '</tpEvento><nSeqEvento>1</nSeqEvento><verEvento>1.00</verEvento>'
                   delimited by size into rs-arq-evento
            write rs-arq-evento

            move spaces                             to rs-arq-evento
            if   ws-tp-evento equal 210240
                 string '<detEvento versao="1.00"><descEvento>' function trim(ws-ds-evento) '</descEvento>'
                        '<xJust>' function trim(f-ds-justificativa) '</xJust></detEvento>'
                        '</infEvento></evento></envEvento>'
                        delimited by size into rs-arq-evento
            else
                 string '<detEvento versao="1.00"><descEvento>' function trim(ws-ds-evento) '</descEvento></detEvento>'
                        '</infEvento></evento></envEvento>'
                        delimited by size into rs-arq-evento
            end-if
            write rs-arq-evento

            close arq-evento

            string lnk-tmp-path delimited by "  "
                   "\MDE_" f12600-chave-nfe ".TXT" delimited by size
                   into wid-arq-resposta

            move spaces                             to ws-command-exec
            string "..\cgi\nfeevento "
                   wid-arq-evento delimited by "  "
                   " "
                   wid-arq-resposta delimited by "  "
                   x"00" delimited by size
                   into ws-command-exec
            call "SYSTEM" using ws-command-exec

            perform 2200-consome-resposta-conector

       exit.

      *>=================================================================================
      *> Resposta do conector no formato status;protocolo;codigo;mensagem
       2200-consome-resposta-conector section.

            initialize                             ws-Parameters-conector

            open input arq-resposta
            if   not ws-OperationOK
                 move "00"                          to ws-AccessResult
                 exit section
            end-if

            move spaces                             to rs-arq-resposta
            read arq-resposta next
            close arq-resposta

            unstring rs-arq-resposta delimited by ";"
                     into ws-ret-status-x
                          ws-ret-protocolo-x
                          ws-ret-codigo-x
                          ws-ret-mensagem-x

       exit.

      *>=================================================================================
      *> Entrada da nota confirmada pelo CS40003C com o XML distribuido
       2200-importar-documento section.

            initialize                             lk-Parameters-importacao
            set  lk-importacao-dfe                 to true
            move f12600-arquivo-xml                to lk-Name-arquivo-xml
            move lk-Parameters-importacao          to lnk-Line_Gyou-comando

            call c-importacao-xml using lnk-par
            cancel c-importacao-xml

            move spaces                             to lnk-Line_Gyou-comando

            if   lnk-sem-erros
                 set  f12600-xml-importado          to true
                 perform 9000-Rewrite_Kakinaosu-pd12600
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f12600-Documento_Recebido - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
                 add  1                             to ws-contador-importados
            end-if

            set  lnk-sem-erros                     to true
            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
      *> Confirmadas que ficaram sem importacao (XML chegou depois ou a
      *> importacao foi interrompida)
       2100-importar-confirmadas section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            move zeros                              to ws-contador-importados

            initialize                             f12600-Documento_Recebido
            move lnk-CompanyCode                    to f12600-CompanyCode
            move lnk-BranchCode                     to f12600-BranchCode
            set  f12600-operacao-confirmada        to true
            move zeros                             to f12600-data-emissao
            perform 9000-str-pd12600-grt-1
            perform 9000-Read_Yomu-pd12600-nex
            perform until not ws-OperationOK
                       or f12600-CompanyCode not equal lnk-CompanyCode
                       or f12600-BranchCode  not equal lnk-BranchCode
                       or not f12600-operacao-confirmada

                 if   f12600-xml-nao-importado
                 and  f12600-arquivo-xml not equal spaces
                 and  f12600-nfe-autorizada
                      perform 9000-Read_Yomu-pd12600-ran
                      perform 2200-importar-documento
                      *> Reposiciona na chave alternada apos a chamada
                      perform 9000-str-pd12600-grt-1
                 end-if

                 perform 9000-Read_Yomu-pd12600-nex
            end-perform

            string ws-contador-importados " notas confirmadas importadas." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Notas sem manifestacao conclusiva, mais antigas primeiro
       2100-Report_Pendentes section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\DFE_PENDENTES_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-relatorio

            open output arq-relatorio
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-relatorio
            string "NF-E RECEBIDAS SEM MANIFESTACAO CONCLUSIVA - " ws-data-inv delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move spaces                             to rs-arq-relatorio
            string "EMISSAO  CNPJ EMITENTE   EMITENTE                                         VALOR SIT CHAVE" delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move zeros                              to ws-contador-Report_Repoto

            move "P"                               to ws-StatusID-evento
            perform 2200-lista-pendentes-status
            move "I"                               to ws-StatusID-evento
            perform 2200-lista-pendentes-status

            close arq-relatorio

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "NF-E RECEBIDAS PENDENTES"         to lw-ds-parametros-spool
            move wid-arq-relatorio                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " notas pendentes listadas em " wid-arq-relatorio into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-lista-pendentes-status section.

            initialize                             f12600-Documento_Recebido
            move lnk-CompanyCode                    to f12600-CompanyCode
            move lnk-BranchCode                     to f12600-BranchCode
            move ws-StatusID-evento                to f12600-StatusID
            move zeros                             to f12600-data-emissao
            perform 9000-str-pd12600-grt-1
            perform 9000-Read_Yomu-pd12600-nex
            perform until not ws-OperationOK
                       or f12600-CompanyCode not equal lnk-CompanyCode
                       or f12600-BranchCode  not equal lnk-BranchCode
                       or f12600-StatusID    not equal ws-StatusID-evento

                 if   f12600-nfe-autorizada
                      add  1                        to ws-contador-Report_Repoto
                      move f12600-Value-total       to ws-Value-x
                      move spaces                   to rs-arq-relatorio
                      string f12600-data-emissao
                             " " f12600-cnpj-emitente
                             " " f12600-razao-emitente(1:40)
                             " " ws-Value-x
                             "  " f12600-StatusID
                             "  " f12600-chave-nfe
                             delimited by size into rs-arq-relatorio
                      write rs-arq-relatorio
                 end-if

                 perform 9000-Read_Yomu-pd12600-nex
            end-perform

       exit.

      *>=================================================================================
      *> Notas emitidas contra o nosso CNPJ com suspeita de fraude
       2100-Report_Fraude section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\DFE_FRAUDE_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-relatorio

            open output arq-relatorio
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-relatorio
            string "NF-E RECEBIDAS EM REVISAO DE FRAUDE - " ws-data-inv delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move spaces                             to rs-arq-relatorio
            string "EMISSAO  CNPJ EMITENTE   EMITENTE                                 VALOR MOTIVO" delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f12600-Documento_Recebido
            move lnk-CompanyCode                    to f12600-CompanyCode
            move lnk-BranchCode                     to f12600-BranchCode
            move spaces                            to f12600-chave-nfe
            perform 9000-str-pd12600-grt
            perform 9000-Read_Yomu-pd12600-nex
            perform until not ws-OperationOK
                       or f12600-CompanyCode not equal lnk-CompanyCode
                       or f12600-BranchCode  not equal lnk-BranchCode

                 if   f12600-suspeita-fraude
                      add  1                        to ws-contador-Report_Repoto
                      move f12600-Value-total       to ws-Value-x
                      move spaces                   to rs-arq-relatorio
                      string f12600-data-emissao
                             " " f12600-cnpj-emitente
                             " " f12600-razao-emitente(1:32)
                             " " ws-Value-x
                             " " f12600-motivo-fraude
                             delimited by size into rs-arq-relatorio
                      write rs-arq-relatorio
                      move spaces                   to rs-arq-relatorio
                      string "         CHAVE " f12600-chave-nfe
                             delimited by size into rs-arq-relatorio
                      write rs-arq-relatorio
                 end-if

                 perform 9000-Read_Yomu-pd12600-nex
            end-perform

            close arq-relatorio

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "NF-E RECEBIDAS - REVISAO DE FRAUDE" to lw-ds-parametros-spool
            move wid-arq-relatorio                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " notas suspeitas listadas em " wid-arq-relatorio into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Encerra a revisao de fraude depois da apuracao interna
       2100-liberar-suspeita section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-documento
            if   not ws-OperationOK
                 exit section
            end-if

            if   not f12600-suspeita-fraude
                 move "Documento nao esta em revisao de fraude!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin encerramento da revisao de fraude? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            set  f12600-fraude-revisada            to true
            perform 9000-Rewrite_Kakinaosu-pd12600
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f12600-Documento_Recebido - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> A chave de acesso traz o CNPJ do emitente (7-20) e o numero da
      *> NF-e (26-34): o documento  localizado por eles
       9000-Localiza-documento section.

            perform 8000-ClearScreen

            perform until f-cnpj-emitente greater zeros or ws-tecla-Cancela
                 accept f-cnpj-emitente at line 11 col 34 with update auto-skip
            end-perform

            perform until f-Number-nfe greater zeros or ws-tecla-Cancela
                 accept f-Number-nfe at line 11 col 60 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f12600-Documento_Recebido
            move lnk-CompanyCode                    to f12600-CompanyCode
            move lnk-BranchCode                     to f12600-BranchCode
            move spaces                            to f12600-chave-nfe
            perform 9000-str-pd12600-grt
            perform 9000-Read_Yomu-pd12600-nex
            perform until not ws-OperationOK
                       or f12600-CompanyCode not equal lnk-CompanyCode
                       or f12600-BranchCode  not equal lnk-BranchCode

                 if   f12600-cnpj-emitente equal f-cnpj-emitente
                 and  f12600-chave-nfe(26:9) equal f-Number-nfe
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd12600-nex
            end-perform

            if   not ws-OperationOK
            or   f12600-CompanyCode not equal lnk-CompanyCode
            or   f12600-BranchCode  not equal lnk-BranchCode
                 string "NF-e [" f-Number-nfe "] do emitente [" f-cnpj-emitente "] nao distribuida!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "23"                          to ws-AccessResult
                 exit section
            end-if

            move f12600-razao-emitente             to f-razao-emitente
            move f12600-data-emissao               to f-data-emissao
            move f12600-Value-total                to f-Value-total
            move f12600-motivo-fraude              to f-ds-fraude

            evaluate true
                 when f12600-nfe-cancelada
                      move "NF-E CANCELADA"         to f-ds-situacao
                 when f12600-sem-manifestacao
                      move "SEM MANIFESTACAO"       to f-ds-situacao
                 when f12600-ciencia-operacao
                      move "CIENCIA DA OPERACAO"    to f-ds-situacao
                 when f12600-operacao-confirmada
                      move "OPERACAO CONFIRMADA"    to f-ds-situacao
                 when f12600-operacao-desconhecida
                      move "OPERACAO DESCONHECIDA"  to f-ds-situacao
                 when f12600-operacao-nao-realizada
                      move "OPERACAO NAO REALIZADA" to f-ds-situacao
            end-evaluate

            if   f12600-fraude-revisada
                 move "REVISADA"                    to f-ds-fraude
            end-if

            perform 8000-Screen_Gamen

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-ultimo-nsu section.

            move zeros                              to ws-ultimo-nsu

            initialize                             f12600-Documento_Recebido
            move lnk-CompanyCode                    to f12600-CompanyCode
            move lnk-BranchCode                     to f12600-BranchCode
            move spaces                            to f12600-chave-nfe
            perform 9000-str-pd12600-grt
            perform 9000-Read_Yomu-pd12600-nex
            perform until not ws-OperationOK
                       or f12600-CompanyCode not equal lnk-CompanyCode
                       or f12600-BranchCode  not equal lnk-BranchCode

                 if   f12600-nsu greater ws-ultimo-nsu
                      move f12600-nsu               to ws-ultimo-nsu
                 end-if

                 perform 9000-Read_Yomu-pd12600-nex
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01900
            close pd12600

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Manifestacao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Manifestacao

            perform 9000-StandardFrame
            display frm-Manifestacao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01900.cpy.
       copy CSR12600.cpy.
