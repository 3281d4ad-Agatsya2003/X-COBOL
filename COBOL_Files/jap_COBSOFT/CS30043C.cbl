      $set sourceformat"free"
       program-id. CS30043C.
      *>=================================================================================
      *>
      *>          MDF-e - Manifesto Eletronico de Documentos Fiscais
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00300.cpy.
       copy CSS00700.cpy.
       copy CSS03100.cpy.
       copy CSS05000.cpy.
       copy CSS12200.cpy.
       copy CSS12300.cpy.

            select arq-xml assign to disk wid-arq-xml
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-resposta assign to disk wid-arq-resposta
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-relatorio assign to disk wid-arq-relatorio
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00300.cpy.
       copy CSF00700.cpy.
       copy CSF03100.cpy.
       copy CSF05000.cpy.
       copy CSF12200.cpy.
       copy CSF12300.cpy.

       fd   arq-xml.

       01   rs-arq-xml                             pic x(512).

       fd   arq-resposta.

       01   rs-arq-resposta                        pic x(200).

       fd   arq-relatorio.

       01   rs-arq-relatorio                       pic x(150).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30043C".
       78   c-ProgramDesc                   value "MDF-E MANIFESTO ELETRONICO".
       78   c-max-tentativas                        value 5.
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-hex-digitos                         pic x(16) value "0123456789ABCDEF".

       01   ws-WorkFields.
            03 wid-arq-xml                         pic x(200).
            03 wid-arq-resposta                    pic x(200).
            03 wid-arq-relatorio                   pic x(200).
            03 ws-Parameters-conector.
               05 ws-ret-status-x                  pic x(01).
               05 ws-ret-protocolo-x               pic x(15).
               05 ws-ret-codigo-x                  pic x(03).
               05 ws-ret-mensagem-x                pic x(60).
            03 ws-uf-emitente                      pic x(02).
            03 ws-cUF                              pic 9(02).
            03 ws-cMDF                             pic 9(08).
            03 ws-seed                             pic 9(09).
            03 ws-nibble                           pic 9(02).
            03 ws-chave-43                         pic x(43).
            03 ws-chave-digitos redefines ws-chave-43.
               05 ws-chave-digito                  occurs 43 pic x(01).
            03 ws-digito-num                       pic 9(01).
            03 ws-dv-soma                          pic 9(07).
            03 ws-dv-peso                          pic 9(01).
            03 ws-dv-resto                         pic 9(02).
            03 ws-dv-quoc                          pic 9(07).
            03 ws-dv                               pic 9(01).
            03 ws-i                                pic 9(03).
            03 ws-Number-mdfe                      pic 9(09).
            03 ws-qtde-nfe                         pic 9(05).
            03 ws-peso-bruto                       pic 9(09)v9(04).
            03 ws-Value-carga                      pic 9(11)v9(02).
            03 ws-contador-transmitidos            pic 9(05).
            03 ws-contador-pendentes               pic 9(05).
            03 ws-contador-Report_Repoto            pic 9(05).
            03 ws-id-veiculo                       pic x(01).
               88 ws-veiculo-com-mdfe-aberto           value "S".
               88 ws-veiculo-livre                     value "N".
            03 ws-Value-x                          pic zzz.zzz.zz9,99.
            03 ws-peso-x                           pic zzz.zzz.zz9,9999.

       01   lk-Street_Jusho.
            03 lk-id-ZipCode_Yubin                           pic x(01).
               88 lk-encontrou-ZipCode_Yubin                      value "S".
               88 lk-nao-encontrou-ZipCode_Yubin                  value "N".
            03 lk-id-Street_Jusho                    pic 9(09).
            03 lk-ZipCode_Yubin                              pic 9(08).
            03 lk-Address_Jusho                         pic x(55).
            03 lk-District_Chiku                           pic x(55).
            03 lk-City_Shichoson                        pic x(55).
            03 lk-uf                               pic x(02).
            03 lk-Country_Kuni                             pic x(55).

       01   f-Manifesto.
            03 f-Number-romaneio                   pic 9(09).
            03 f-Number-mdfe                       pic 9(09).
            03 f-Series-mdfe                       pic x(03).
            03 f-cd-transportadora                 pic 9(04).
            03 f-razao-social                      pic x(55).
            03 f-placa-veiculo                     pic x(07).
            03 f-uf-descarregamento                pic x(02).
            03 f-ds-status                         pic x(20).
            03 f-Number-protocolo                  pic 9(15).
            03 f-chave-acesso                      pic x(44).
            03 f-data-encerramento                 pic 9(08).
            03 f-uf-encerramento                   pic x(02).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Manifesto.
            03 line 11 col 23   pic x(10) value "Romaneio:".
            03 line 11 col 34   pic 9(09) from f-Number-romaneio.
            03 line 13 col 27   pic x(06) value "MDF-e:".
            03 line 13 col 34   pic 9(09) from f-Number-mdfe.
            03 line 13 col 50   pic x(08) value "Serie:".
            03 line 13 col 59   pic x(03) from f-Series-mdfe.
            03 line 15 col 18   pic x(15) value "Transportadora:".
            03 line 15 col 34   pic 9(04) from f-cd-transportadora.
            03 line 15 col 40   pic x(55) from f-razao-social.
            03 line 17 col 26   pic x(07) value "Placa:".
            03 line 17 col 34   pic x(07) from f-placa-veiculo.
            03 line 17 col 45   pic x(18) value "UF Descarregamento:".
            03 line 17 col 65   pic x(02) from f-uf-descarregamento.
            03 line 19 col 23   pic x(10) value "Situacao:".
            03 line 19 col 34   pic x(20) from f-ds-status.
            03 line 21 col 22   pic x(11) value "Protocolo:".
            03 line 21 col 34   pic 9(15) from f-Number-protocolo.
            03 line 23 col 26   pic x(07) value "Chave:".
            03 line 23 col 34   pic x(44) from f-chave-acesso.
            03 line 25 col 17   pic x(16) value "Encerramento em:".
            03 line 25 col 34   pic 9(08) from f-data-encerramento.
            03 line 25 col 45   pic x(03) value "UF:".
            03 line 25 col 49   pic x(02) from f-uf-encerramento.

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

            perform 9000-Open_Akeru-i-pd00300
            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd03100
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-io-pd12200
            perform 9000-Open_Akeru-io-pd12300

            perform 9000-uf-emitente

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

            *> Acionado pela via assincrona, processa a fila e retorna direto
            if   lnk-execucao-background
                 perform 2100-transmitir-pendentes
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
                     perform 2100-gerar-mdfe
                when 02
                     perform 2100-transmitir-pendentes
                when 03
                     perform 2100-encerrar-mdfe
                when 04
                     perform 2100-consultar-mdfe
                when 05
                     perform 2100-Report_Manifestos-Abertos
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Monta o MDF-e a partir das notas do romaneio (CS30009C) ainda nao
      *> manifestadas para a UF de descarregamento informada. Notas para
      *> outras UFs ficam no romaneio para um manifesto proprio
       2100-gerar-mdfe section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-Number-romaneio greater zeros or ws-tecla-Cancela
                 accept f-Number-romaneio at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            *> Primeira nota pendente do romaneio sugere transportadora e UF
            initialize                             f12200-Romaneio
            move lnk-CompanyCode                    to f12200-CompanyCode
            move lnk-BranchCode                     to f12200-BranchCode
            move f-Number-romaneio                 to f12200-Number-romaneio
            move zeros                             to f12200-Seq
            perform 9000-str-pd12200-grt
            perform 9000-Read_Yomu-pd12200-nex
            perform until not ws-OperationOK
                       or f12200-CompanyCode      not equal lnk-CompanyCode
                       or f12200-BranchCode       not equal lnk-BranchCode
                       or f12200-Number-romaneio  not equal f-Number-romaneio
                       or f12200-Number-mdfe      equal zeros
                 perform 9000-Read_Yomu-pd12200-nex
            end-perform

            if   not ws-OperationOK
            or   f12200-CompanyCode      not equal lnk-CompanyCode
            or   f12200-BranchCode       not equal lnk-BranchCode
            or   f12200-Number-romaneio  not equal f-Number-romaneio
                 string "Romaneio [" f-Number-romaneio "] inexistente ou sem notas pendentes de manifesto!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "001"                             to f-Series-mdfe
            move f12200-cd-transportadora          to f-cd-transportadora
            move f12200-uf-destino                 to f-uf-descarregamento

            accept f-Series-mdfe at line 13 col 59 with update auto-skip

            *> Transportadora zero: veiculo proprio, placa informada
            accept f-cd-transportadora at line 15 col 34 with update auto-skip

            move spaces                            to f-razao-social
                                                      f-placa-veiculo
            initialize                             f03100-transportadora
            if   f-cd-transportadora greater zeros
                 move lnk-CompanyCode               to f03100-CompanyCode
                 move lnk-BranchCode                to f03100-BranchCode
                 move f-cd-transportadora           to f03100-cd-transportadora
                 perform 9000-Read_Yomu-pd03100-ran
                 if   not ws-OperationOK
                 or   f03100-transportadora-inativa
                      string "Transportadora [" f-cd-transportadora "] inexistente ou inativa!" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 move f03100-razao-social           to f-razao-social
                 move f03100-placa-veiculo          to f-placa-veiculo
            else
                 move "VEICULO PROPRIO"             to f-razao-social
            end-if
            display frm-Manifesto

            perform until f-placa-veiculo <> spaces or ws-tecla-Cancela
                 accept f-placa-veiculo at line 17 col 34 with update auto-skip
            end-perform

            perform until f-uf-descarregamento <> spaces or ws-tecla-Cancela
                 accept f-uf-descarregamento at line 17 col 65 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move function upper-case(f-placa-veiculo)      to f-placa-veiculo
            move function upper-case(f-uf-descarregamento) to f-uf-descarregamento

            *> A SEFAZ recusa novo manifesto com outro ainda aberto para o veiculo
            perform 9000-verifica-veiculo-aberto
            if   ws-veiculo-com-mdfe-aberto
                 string "Veiculo [" f-placa-veiculo "] com MDF-e [" f12300-Number-mdfe
                        "] ainda aberto - faca o encerramento antes!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-totaliza-romaneio
            if   ws-qtde-nfe equal zeros
                 string "Nenhuma nota do romaneio pendente para a UF [" f-uf-descarregamento "]!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-peso-bruto                     to ws-peso-x
            move ws-Value-carga                    to ws-Value-x
            string "Gerar MDF-e com " ws-qtde-nfe " notas, peso " ws-peso-x
                   " e carga de " ws-Value-x "? [S/N]" into ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Numeracao propria do MDF-e por empresa/filial
            move zeros                              to ws-Number-mdfe
            initialize                             f12300-Manifesto_Mdfe
            move lnk-CompanyCode                    to f12300-CompanyCode
            move lnk-BranchCode                     to f12300-BranchCode
            move 999999999                         to f12300-Number-mdfe
            move high-values                       to f12300-Series-mdfe
            perform 9000-str-pd12300-ngrt
            perform 9000-Read_Yomu-pd12300-pre
            if   ws-OperationOK
            and  f12300-CompanyCode equal lnk-CompanyCode
            and  f12300-BranchCode  equal lnk-BranchCode
                 move f12300-Number-mdfe            to ws-Number-mdfe
            end-if
            add  1                                 to ws-Number-mdfe

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            initialize                             f12300-Manifesto_Mdfe
            move lnk-CompanyCode                    to f12300-CompanyCode
            move lnk-BranchCode                     to f12300-BranchCode
            move ws-Number-mdfe                    to f12300-Number-mdfe
            move f-Series-mdfe                     to f12300-Series-mdfe
            move f-Number-romaneio                 to f12300-Number-romaneio
            move ws-data-inv                       to f12300-data-emissao
            move ws-Hours(01:06)                   to f12300-horario-emissao
            move f-cd-transportadora               to f12300-cd-transportadora
            move f-placa-veiculo                   to f12300-placa-veiculo
            if   f-cd-transportadora greater zeros
                 move f03100-uf-veiculo             to f12300-uf-veiculo
            else
                 move ws-uf-emitente                to f12300-uf-veiculo
            end-if
            move ws-uf-emitente                    to f12300-uf-carregamento
            move f-uf-descarregamento              to f12300-uf-descarregamento
            move ws-qtde-nfe                       to f12300-qtde-nfe
            move ws-peso-bruto                     to f12300-peso-bruto
            move ws-Value-carga                    to f12300-Value-carga
            set  f12300-mdfe-pendente              to true
            move function numval(lnk-UserID)        to f12300-UserID-operacao

            perform 2200-gerar-chave-acesso
            perform 2200-gerar-assinatura

            perform 9000-Write_Kaku-pd12300
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f12300-Manifesto_Mdfe - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-vincula-notas-romaneio
            perform 2200-gerar-xml-mdfe

            move ws-Number-mdfe                    to f-Number-mdfe
            move f12300-chave-acesso               to f-chave-acesso
            move "PENDENTE"                        to f-ds-status
            perform 8000-Screen_Gamen

            string "MDF-e [" ws-Number-mdfe "] gerado e na fila de transmissao." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-totaliza-romaneio section.

            move zeros                              to ws-qtde-nfe
                                                       ws-peso-bruto
                                                       ws-Value-carga

            initialize                             f12200-Romaneio
            move lnk-CompanyCode                    to f12200-CompanyCode
            move lnk-BranchCode                     to f12200-BranchCode
            move f-Number-romaneio                 to f12200-Number-romaneio
            move zeros                             to f12200-Seq
            perform 9000-str-pd12200-grt
            perform 9000-Read_Yomu-pd12200-nex
            perform until not ws-OperationOK
                       or f12200-CompanyCode      not equal lnk-CompanyCode
                       or f12200-BranchCode       not equal lnk-BranchCode
                       or f12200-Number-romaneio  not equal f-Number-romaneio

                 if   f12200-Number-mdfe equal zeros
                 and  f12200-uf-destino  equal f-uf-descarregamento
                      add 1                         to ws-qtde-nfe
                      add f12200-peso-bruto         to ws-peso-bruto
                      add f12200-Value-total        to ws-Value-carga
                 end-if

                 perform 9000-Read_Yomu-pd12200-nex
            end-perform

       exit.

      *>=================================================================================
       2200-vincula-notas-romaneio section.

            initialize                             f12200-Romaneio
            move lnk-CompanyCode                    to f12200-CompanyCode
            move lnk-BranchCode                     to f12200-BranchCode
            move f-Number-romaneio                 to f12200-Number-romaneio
            move zeros                             to f12200-Seq
            perform 9000-str-pd12200-grt
            perform 9000-Read_Yomu-pd12200-nex
            perform until not ws-OperationOK
                       or f12200-CompanyCode      not equal lnk-CompanyCode
                       or f12200-BranchCode       not equal lnk-BranchCode
                       or f12200-Number-romaneio  not equal f-Number-romaneio

                 if   f12200-Number-mdfe equal zeros
                 and  f12200-uf-destino  equal f-uf-descarregamento
                      move f12300-Number-mdfe       to f12200-Number-mdfe
                      move f12300-Series-mdfe       to f12200-Series-mdfe
                      perform 9000-Rewrite_Kakinaosu-pd12200
                      if   not ws-OperationOK
                           string "Error_Eraa ao Rewrite_Kakinaosu f12200-Romaneio - " ws-AccessResult into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd12200-nex
            end-perform

       exit.

      *>=================================================================================
      *> Chave de acesso do MDF-e no padrao SEFAZ (modelo 58):
      *> cUF(2) AAMM(4) CNPJ(14) mod(2) serie(3) nMDF(9) tpEmis(1) cMDF(8) cDV(1)
       2200-gerar-chave-acesso section.

            accept ws-Hours                        from time
            move function random(ws-Hours)           to ws-seed
            compute ws-cMDF = function mod(ws-seed * 999983, 100000000)

            move ws-cUF                             to ws-chave-43(1:2)
            move f12300-data-emissao(3:4)           to ws-chave-43(3:4)
            move lnk-cnpj                           to ws-chave-43(7:14)
            move 58                                to ws-chave-43(21:2)
            move f12300-Series-mdfe                 to ws-chave-43(23:3)
            move f12300-Number-mdfe                 to ws-chave-43(26:9)
            move 1                                  to ws-chave-43(35:1)
            move ws-cMDF                            to ws-chave-43(36:8)

            move zeros                              to ws-dv-soma
            move 2                                  to ws-dv-peso
            perform varying ws-i from 43 by -1 until ws-i < 1
                 move ws-chave-digito(ws-i)          to ws-digito-num
                 compute ws-dv-soma = ws-dv-soma + ws-digito-num * ws-dv-peso
                 add 1                              to ws-dv-peso
                 if   ws-dv-peso > 9
                      move 2                        to ws-dv-peso
                 end-if
            end-perform

            divide ws-dv-soma by 11 giving ws-dv-quoc remainder ws-dv-resto
            if   ws-dv-resto < 2
                 move 0                             to ws-dv
            else
                 compute ws-dv = 11 - ws-dv-resto
            end-if

            move ws-chave-43                        to f12300-chave-acesso(1:43)
            move ws-dv                              to f12300-chave-acesso(44:1)

       exit.

      *>=================================================================================
      *> Mesmo selo de integridade usado na NF-e (CS00107S)
       2200-gerar-assinatura section.

            compute ws-seed = function mod(f12300-Number-mdfe + ws-cMDF + ws-dv, 1000003)
            move spaces                             to f12300-hash-assinatura

            perform varying ws-i from 1 by 1 until ws-i > 40
                 compute ws-seed = function mod((ws-seed * 31) + ws-i + f12300-Number-mdfe, 1000003)
                 compute ws-nibble = function mod(ws-seed, 16) + 1
                 move ws-hex-digitos(ws-nibble:1)    to f12300-hash-assinatura(ws-i:1)
            end-perform

       exit.

      *>=================================================================================
       2200-gerar-xml-mdfe section.

            string lnk-nfe-path "\MDFe" f12300-chave-acesso ".xml" delimited by "  " into wid-arq-xml

            open output arq-xml
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu XML MDF-e - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-xml
            string '<?xml version="1.0" encoding="UTF-8"?>' into rs-arq-xml
            write rs-arq-xml

            move spaces                             to rs-arq-xml
            string '<MDFe xmlns="http://www.portalfiscal.inf.br/mdfe">'
                   '<infMDFe Id="MDFe' f12300-chave-acesso '" versao="3.00">'
                   delimited by size into rs-arq-xml
            write rs-arq-xml

            move spaces                             to rs-arq-xml
            string '<ide><cUF>' ws-cUF '</cUF><tpAmb>1</tpAmb><tpEmit>2</tpEmit><mod>58</mod>'
                   '<serie>' f12300-Series-mdfe '</serie><nMDF>' f12300-Number-mdfe '</nMDF>'
                   '<cMDF>' ws-cMDF '</cMDF><modal>1</modal>'
                   '<dhEmi>' f12300-data-emissao 'T' f12300-horario-emissao '</dhEmi>'
                   '<UFIni>' f12300-uf-carregamento '</UFIni><UFFim>' f12300-uf-descarregamento '</UFFim></ide>'
                   delimited by size into rs-arq-xml
            write rs-arq-xml

            move spaces                             to rs-arq-xml
            string '<emit><CNPJ>' lnk-cnpj '</CNPJ><xNome>' function trim(lnk-razao-social) '</xNome></emit>'
                   delimited by size into rs-arq-xml
            write rs-arq-xml

            move spaces                             to rs-arq-xml
            string '<infModal versaoModal="3.00"><rodo><veicTracao><placa>' f12300-placa-veiculo '</placa>'
                   '<UF>' f12300-uf-veiculo '</UF></veicTracao></rodo></infModal>'
                   delimited by size into rs-arq-xml
            write rs-arq-xml

            move spaces                             to rs-arq-xml
            string '<infDoc><infMunDescarga>' delimited by size into rs-arq-xml
            write rs-arq-xml

            initialize                             f12200-Romaneio
            move lnk-CompanyCode                    to f12200-CompanyCode
            move lnk-BranchCode                     to f12200-BranchCode
            move f12300-Number-romaneio            to f12200-Number-romaneio
            move zeros                             to f12200-Seq
            perform 9000-str-pd12200-grt
            perform 9000-Read_Yomu-pd12200-nex
            perform until not ws-OperationOK
                       or f12200-CompanyCode      not equal lnk-CompanyCode
                       or f12200-BranchCode       not equal lnk-BranchCode
                       or f12200-Number-romaneio  not equal f12300-Number-romaneio

                 if   f12200-Number-mdfe equal f12300-Number-mdfe
                 and  f12200-Series-mdfe equal f12300-Series-mdfe
                      move spaces                   to rs-arq-xml
                      string '<infNFe><chNFe>' f12200-chave-acesso '</chNFe></infNFe>'
                             delimited by size into rs-arq-xml
                      write rs-arq-xml
                 end-if

                 perform 9000-Read_Yomu-pd12200-nex
            end-perform

            move spaces                             to rs-arq-xml
            string '</infMunDescarga></infDoc>'
                   '<tot><qNFe>' f12300-qtde-nfe '</qNFe><vCarga>' f12300-Value-carga '</vCarga>'
                   '<cUnid>01</cUnid><qCarga>' f12300-peso-bruto '</qCarga></tot></infMDFe>'
                   delimited by size into rs-arq-xml
            write rs-arq-xml

            move spaces                             to rs-arq-xml
            string '<Signature><DigestValue>' f12300-hash-assinatura(1:20) '</DigestValue>'
                   '<SignatureValue>' f12300-hash-assinatura '</SignatureValue></Signature></MDFe>'
                   delimited by size into rs-arq-xml
            write rs-arq-xml

            close arq-xml

       exit.

      *>=================================================================================
      *> Fila de manifestos pendentes, com a mesma mecanica de conector e
      *> arquivo de resposta da transmissao de NF-e (CS30010C)
       2100-transmitir-pendentes section.

            if   not lnk-AllowMaintenance
            and  not lnk-execucao-background
                 exit section
            end-if

            if   f00700-contingencia-ativa
                 move "Contingencia ativa - transmissao adiada ate a normalizacao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-contador-transmitidos
                                                       ws-contador-pendentes

            initialize                             f12300-Manifesto_Mdfe
            move lnk-CompanyCode                    to f12300-CompanyCode
            move lnk-BranchCode                     to f12300-BranchCode
            move zeros                             to f12300-Number-mdfe
            move spaces                            to f12300-Series-mdfe
            perform 9000-str-pd12300-grt
            perform 9000-Read_Yomu-pd12300-nex
            perform until not ws-OperationOK
                       or f12300-CompanyCode not equal lnk-CompanyCode
                       or f12300-BranchCode  not equal lnk-BranchCode

                 if   f12300-mdfe-pendente
                      add 1                         to ws-contador-pendentes
                      perform 2200-transmitir-mdfe
                 end-if

                 perform 9000-Read_Yomu-pd12300-nex
            end-perform

            string "Fila processada: " ws-contador-transmitidos " MDF-e autorizados de " ws-contador-pendentes " pendentes." into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-transmitir-mdfe section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            add  1                                 to f12300-nr-tentativas

            if   f12300-nr-tentativas greater c-max-tentativas
                 set  f12300-mdfe-rejeitado         to true
                 move "999"                        to f12300-cd-rejeicao
                 move "Excedido o limite de tentativas de transmissao" to f12300-ds-rejeicao
                 perform 9000-Rewrite_Kakinaosu-pd12300
                 exit section
            end-if

            string lnk-tmp-path delimited by "  "
                   "\SEFAZMDFE_" f12300-Number-mdfe ".TXT" delimited by size
                   into wid-arq-resposta

            move spaces                             to ws-command-exec
            string "..\cgi\mdfetransmit "
                   lnk-nfe-path delimited by "  "
                   "\MDFe" f12300-chave-acesso ".xml "
                   wid-arq-resposta delimited by "  "
                   x"00" delimited by size
                   into ws-command-exec
            call "SYSTEM" using ws-command-exec

            perform 2200-consome-resposta-conector

            evaluate ws-ret-status-x
                 when "A"
                      set  f12300-mdfe-autorizado   to true
                      move function numval(ws-ret-protocolo-x)
                                                    to f12300-Number-protocolo
                      move spaces                   to f12300-cd-rejeicao
                                                       f12300-ds-rejeicao
                      move ws-data-inv              to f12300-data-autorizacao
                      add  1                        to ws-contador-transmitidos
                 when "R"
                      set  f12300-mdfe-rejeitado    to true
                      move ws-ret-codigo-x          to f12300-cd-rejeicao
                      move ws-ret-mensagem-x        to f12300-ds-rejeicao
                 when other
                      *> Sem resposta ou resposta ilegivel: permanece pendente
                      continue
            end-evaluate

            perform 9000-Rewrite_Kakinaosu-pd12300
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f12300-Manifesto_Mdfe - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

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
      *> Evento de encerramento ao fim da viagem; so depois dele o veiculo
      *> pode receber novo manifesto
       2100-encerrar-mdfe section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-mdfe
            if   not ws-OperationOK
                 exit section
            end-if

            if   not f12300-mdfe-autorizado
                 move "Somente MDF-e autorizado pode ser encerrado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            move ws-data-inv                       to f-data-encerramento
            move f12300-uf-descarregamento         to f-uf-encerramento

            accept f-data-encerramento at line 25 col 34 with update auto-skip
            accept f-uf-encerramento   at line 25 col 49 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin encerramento do MDF-e? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            string lnk-nfe-path "\MDFe" f12300-chave-acesso "_ENC.xml" delimited by "  " into wid-arq-xml

            open output arq-xml
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Evento MDF-e - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-xml
            string '<eventoMDFe versao="3.00"><infEvento><cOrgao>' ws-cUF '</cOrgao>'
                   '<CNPJ>' lnk-cnpj '</CNPJ><chMDFe>' f12300-chave-acesso '</chMDFe>'
                   '<dhEvento>' ws-data-inv 'T' ws-Hours(01:06) '</dhEvento>'
                   '<tpEvento>110112</tpEvento><nSeqEvento>1</nSeqEvento>'
                   '<detEvento><evEncMDFe><descEvento>Encerramento</descEvento>'
                   '<nProt>' f12300-Number-protocolo '</nProt>'
                   '<dtEnc>' f-data-encerramento '</dtEnc><cUF>' f-uf-encerramento '</cUF>'
                   '</evEncMDFe></detEvento></infEvento></eventoMDFe>'
                   delimited by size into rs-arq-xml
            write rs-arq-xml

            close arq-xml

            string lnk-tmp-path delimited by "  "
                   "\SEFAZMDFE_ENC_" f12300-Number-mdfe ".TXT" delimited by size
                   into wid-arq-resposta

            move spaces                             to ws-command-exec
            string "..\cgi\mdfeevento "
                   wid-arq-xml delimited by "  "
                   " "
                   wid-arq-resposta delimited by "  "
                   x"00" delimited by size
                   into ws-command-exec
            call "SYSTEM" using ws-command-exec

            perform 2200-consome-resposta-conector

            evaluate ws-ret-status-x
                 when "A"
                      set  f12300-mdfe-encerrado    to true
                      move f-data-encerramento      to f12300-data-encerramento
                      move ws-Hours(01:06)          to f12300-horario-encerramento
                      move f-uf-encerramento        to f12300-uf-encerramento
                      move function numval(ws-ret-protocolo-x)
                                                    to f12300-Number-protocolo-encerramento
                      perform 9000-Rewrite_Kakinaosu-pd12300
                      if   not ws-OperationOK
                           string "Error_Eraa ao Rewrite_Kakinaosu f12300-Manifesto_Mdfe - " ws-AccessResult into ws-Message_Messeji
                      else
                           move "MDF-e encerrado com sucesso!" to ws-Message_Messeji
                      end-if
                 when "R"
                      string "Encerramento rejeitado [" ws-ret-codigo-x "] " ws-ret-mensagem-x into ws-Message_Messeji
                 when other
                      move "SEFAZ sem resposta - encerramento nao registrado, tente novamente." to ws-Message_Messeji
            end-evaluate
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2100-consultar-mdfe section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-mdfe
            if   not ws-OperationOK
                 exit section
            end-if

            if   f12300-mdfe-rejeitado
                 string "Rejeicao [" f12300-cd-rejeicao "] " f12300-ds-rejeicao into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move "Consulta concluida." to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Manifestos nao encerrados: enquanto abertos bloqueiam o veiculo
       2100-Report_Manifestos-Abertos section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            string lnk-tmp-path delimited by "  "
                   "\MDFE_ABERTOS_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-relatorio

            open output arq-relatorio
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-relatorio
            string "MDF-E EM ABERTO - " ws-data-inv delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move spaces                             to rs-arq-relatorio
            string "MDF-E     SERIE EMISSAO  PLACA   UF ROMANEIO  SITUACAO" delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f12300-Manifesto_Mdfe
            move lnk-CompanyCode                    to f12300-CompanyCode
            move lnk-BranchCode                     to f12300-BranchCode
            move zeros                             to f12300-Number-mdfe
            move spaces                            to f12300-Series-mdfe
            perform 9000-str-pd12300-grt
            perform 9000-Read_Yomu-pd12300-nex
            perform until not ws-OperationOK
                       or f12300-CompanyCode not equal lnk-CompanyCode
                       or f12300-BranchCode  not equal lnk-BranchCode

                 if   not f12300-mdfe-encerrado
                 and  not f12300-mdfe-cancelado
                      add 1                         to ws-contador-Report_Repoto
                      perform 9000-monta-Desc-status
                      move spaces                   to rs-arq-relatorio
                      string f12300-Number-mdfe
                             " " f12300-Series-mdfe
                             "   " f12300-data-emissao
                             " " f12300-placa-veiculo
                             " " f12300-uf-descarregamento
                             " " f12300-Number-romaneio
                             " " f-ds-status
                             delimited by size into rs-arq-relatorio
                      write rs-arq-relatorio
                 end-if

                 perform 9000-Read_Yomu-pd12300-nex
            end-perform

            close arq-relatorio

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "MDF-E EM ABERTO"                   to lw-ds-parametros-spool
            move wid-arq-relatorio                 to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " manifestos em aberto listados em " wid-arq-relatorio into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-Localiza-mdfe section.

            perform 8000-ClearScreen

            move "001"                             to f-Series-mdfe

            perform until f-Number-mdfe greater zeros or ws-tecla-Cancela
                 accept f-Number-mdfe at line 13 col 34 with update auto-skip
            end-perform

            accept f-Series-mdfe at line 13 col 59 with update auto-skip

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f12300-Manifesto_Mdfe
            move lnk-CompanyCode                    to f12300-CompanyCode
            move lnk-BranchCode                     to f12300-BranchCode
            move f-Number-mdfe                     to f12300-Number-mdfe
            move f-Series-mdfe                     to f12300-Series-mdfe
            perform 9000-Read_Yomu-pd12300-ran
            if   not ws-OperationOK
                 string "MDF-e [" f-Number-mdfe "/" f-Series-mdfe "] nao encontrado!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f12300-Number-romaneio            to f-Number-romaneio
            move f12300-cd-transportadora          to f-cd-transportadora
            move f12300-placa-veiculo              to f-placa-veiculo
            move f12300-uf-descarregamento         to f-uf-descarregamento
            move f12300-Number-protocolo           to f-Number-protocolo
            move f12300-chave-acesso               to f-chave-acesso
            move f12300-data-encerramento          to f-data-encerramento
            move f12300-uf-encerramento            to f-uf-encerramento
            perform 9000-monta-Desc-status

            move "VEICULO PROPRIO"                 to f-razao-social
            if   f12300-cd-transportadora greater zeros
                 initialize                         f03100-transportadora
                 move lnk-CompanyCode               to f03100-CompanyCode
                 move lnk-BranchCode                to f03100-BranchCode
                 move f12300-cd-transportadora      to f03100-cd-transportadora
                 perform 9000-Read_Yomu-pd03100-ran
                 if   ws-OperationOK
                      move f03100-razao-social      to f-razao-social
                 else
                      move spaces                   to f-razao-social
                 end-if
            end-if

            perform 8000-Screen_Gamen

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-verifica-veiculo-aberto section.

            set ws-veiculo-livre                    to true

            initialize                             f12300-Manifesto_Mdfe
            move lnk-CompanyCode                    to f12300-CompanyCode
            move lnk-BranchCode                     to f12300-BranchCode
            move f-placa-veiculo                   to f12300-placa-veiculo
            move low-values                        to f12300-StatusID
            perform 9000-str-pd12300-grt-1
            perform 9000-Read_Yomu-pd12300-nex
            perform until not ws-OperationOK
                       or f12300-CompanyCode    not equal lnk-CompanyCode
                       or f12300-BranchCode     not equal lnk-BranchCode
                       or f12300-placa-veiculo  not equal f-placa-veiculo

                 if   f12300-mdfe-pendente
                 or   f12300-mdfe-autorizado
                      set ws-veiculo-com-mdfe-aberto to true
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd12300-nex
            end-perform

       exit.

      *>=================================================================================
       9000-monta-Desc-status section.

            evaluate true
                 when f12300-mdfe-pendente
                      move "PENDENTE"              to f-ds-status
                 when f12300-mdfe-autorizado
                      move "AUTORIZADO"            to f-ds-status
                 when f12300-mdfe-rejeitado
                      move "REJEITADO"             to f-ds-status
                 when f12300-mdfe-encerrado
                      move "ENCERRADO"             to f-ds-status
                 when f12300-mdfe-cancelado
                      move "CANCELADO"             to f-ds-status
                 when other
                      move spaces                  to f-ds-status
            end-evaluate

       exit.

      *>=================================================================================
      *> UF e codigo IBGE do emitente (mesma regra do CS00107S)
       9000-uf-emitente section.

            move 35                                to ws-cUF
            move "SP"                              to ws-uf-emitente

            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran
            if   not ws-OperationOK
                 exit section
            end-if

            initialize                             lk-Street_Jusho
            move f00700-id-Street_Jusho              to lk-id-Street_Jusho
            call c-pesquisar-ZipCode_Yubin using lnk-par lk-Street_Jusho
            cancel c-pesquisar-ZipCode_Yubin

            if   lk-uf not equal spaces
                 move lk-uf                         to ws-uf-emitente
            end-if

            initialize                             f00300-State_Ken
            move lnk-CompanyCode                    to f00300-CompanyCode
            move lnk-BranchCode                     to f00300-BranchCode
            perform 9000-str-pd00300-grt-1
            perform 9000-Read_Yomu-pd00300-nex
            perform until not ws-OperationOK
                 or f00300-CompanyCode <> lnk-CompanyCode
                 or f00300-BranchCode  <> lnk-BranchCode

                 if   f00300-sigla-State_Ken equal ws-uf-emitente
                      move f00300-StateCode          to ws-cUF
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd00300-nex
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00300
            close pd00700
            close pd03100
            close pd05000
            close pd12200
            close pd12300

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Manifesto

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Manifesto

            perform 9000-StandardFrame
            display frm-Manifesto

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00300.cpy.
       copy CSR00700.cpy.
       copy CSR03100.cpy.
       copy CSR05000.cpy.
       copy CSR12200.cpy.
       copy CSR12300.cpy.
