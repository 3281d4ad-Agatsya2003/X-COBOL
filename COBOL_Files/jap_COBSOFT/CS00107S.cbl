       copy CSS00300.cpy.
       copy CSS00700.cpy.
       copy CSS01400.cpy.
       copy CSS01900.cpy.
       copy CSS03100.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS07600.cpy.
       copy CSS13100.cpy.
       copy CSS13200.cpy.

             select arqxml assign to disk wid-arqxml
                   organization   is line sequential
       copy CSF00300.cpy.
       copy CSF00700.cpy.
       copy CSF01400.cpy.
       copy CSF01900.cpy.
       copy CSF03100.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF07600.cpy.
       copy CSF13100.cpy.
       copy CSF13200.cpy.

       fd   arqxml.

            03 ws-cNF                              pic 9(08).
            03 ws-seed                             pic 9(09).
            03 ws-nibble                           pic 9(02).
            03 ws-dest-documento                   pic x(40).
            03 ws-total-xml                        pic z.zzz.zzz.zzz,zz.
            03 ws-natOp                            pic x(40).
            03 ws-tpNF                             pic 9(01).
            03 ws-finNFe                           pic 9(01).
            03 ws-Value-desp-aduaneiras            pic 9(09)v9(02).
            03 ws-id-declaracao                    pic x(01).
               88 ws-com-declaracao-importacao         value "S".
               88 ws-sem-declaracao-importacao         value "N".
            03 ws-id-adicao                        pic x(01).
               88 ws-adicao-encontrada                 value "S".
               88 ws-adicao-nao-encontrada             value "N".
            03 wid-arqxml                          pic x(200).

       01   lk-Street_Jusho.
            03 lk-id-ZipCode_Yubin                           pic x(01).
            03 lk-Number-documento                  pic 9(09).
            03 lk-Series-documento                   pic 9(03).
            03 lk-Type-nota                         pic 9(02).
            03 lk-id-Type-operacao                  pic x(01).
               88 lk-nota-entrada                       value "E".
               88 lk-devolucao-compra                   value "D".
               88 lk-remessa-industrializacao           value "I".

       copy CSW00900.cpy.

            perform 9000-Open_Akeru-i-pd00300
            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-i-pd03100
            perform 9000-Open_Akeru-io-pd05000
            perform 9000-Open_Akeru-i-pd05100
            perform 9000-Open_Akeru-io-pd07600
            perform 9000-Open_Akeru-i-pd13100
            perform 9000-Open_Akeru-i-pd13200

       exit.

            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            *> Zeros assume NF-e (modelo historico); 02 indica NFC-e; a nota
            *> de entrada propria (importacao) chega com o indicador "E", a
            *> devolucao de compra (CS40025C) com o indicador "D" e a remessa
            *> para industrializacao (CS50004C) com o indicador "I"
            evaluate true
                when lk-nota-entrada
                     move 00                       to f05000-Type-nota
                when lk-devolucao-compra
                  or lk-remessa-industrializacao
                     move 01                       to f05000-Type-nota
                when lk-Type-nota equal zeros
                     move 01                       to f05000-Type-nota
                when other
                     move lk-Type-nota             to f05000-Type-nota
            end-evaluate
            move lk-Number-documento                to f05000-Number-documento
            move lk-Series-documento                 to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            string '<infNFe Id="NFe' f05000-chave-acesso '" versao="4.00">' into rl-Line_Gyou-em-xml
            write rl-Record_Kiroku-em-xml

            *> Nota de entrada propria: tpNF 0 e dados da DI/DUIMP vinculada
            set  ws-sem-declaracao-importacao       to true
            if   lk-nota-entrada
                 move "COMPRA PARA COMERCIALIZACAO - IMPORTACAO" to ws-natOp
                 move 0                             to ws-tpNF
                 initialize                         f13100-Declaracao_Importacao
                 move f05000-CompanyCode            to f13100-CompanyCode
                 move f05000-BranchCode             to f13100-BranchCode
                 move f05000-Number-documento       to f13100-Number-documento
                 move f05000-Series-documento        to f13100-Series-documento
                 perform 9000-Read_Yomu-pd13100-ran
                 if   ws-OperationOK
                      set ws-com-declaracao-importacao to true
                 end-if
            else
                 move "VENDA DE MERCADORIAS"        to ws-natOp
                 move 1                             to ws-tpNF
            end-if

            *> NF-e complementar: finalidade 2 e natureza conforme o complemento
            move 1                                  to ws-finNFe
            if   lk-devolucao-compra
                 move "DEVOLUCAO DE COMPRA"         to ws-natOp
                 move 4                             to ws-finNFe
            end-if
            if   lk-remessa-industrializacao
                 move "REMESSA PARA INDUSTRIALIZACAO" to ws-natOp
            end-if
            if   f05000-nota-complementar
                 move 2                             to ws-finNFe
                 evaluate true
                     when f05000-complemento-preco
                          move "COMPLEMENTO DE PRECO"      to ws-natOp
                     when f05000-complemento-quantidade
                          move "COMPLEMENTO DE QUANTIDADE" to ws-natOp
                     when f05000-complemento-imposto
                          move "COMPLEMENTO DE IMPOSTO"    to ws-natOp
                 end-evaluate
            end-if

            move spaces                             to rl-Line_Gyou-em-xml
            string '<ide><cUF>' ws-cUF '</cUF><natOp>' function trim(ws-natOp) '</natOp><mod>55</mod>'
                   '<serie>' f05000-Series-documento '</serie><nNF>' f05000-Number-documento '</nNF>'
                   '<dhEmi>' f05000-data-operacao 'T' f05000-horario-operacao '</dhEmi>'
                   '<tpNF>' ws-tpNF '</tpNF><cNF>' ws-cNF '</cNF>'
                   '<finNFe>' ws-finNFe '</finNFe>'
                   delimited by size into rl-Line_Gyou-em-xml
            write rl-Record_Kiroku-em-xml

            *> Documento referenciado pela chave de acesso da nota original
            if   f05000-nota-complementar
            or   lk-devolucao-compra
                 move spaces                        to rl-Line_Gyou-em-xml
                 string '<NFref><refNFe>' f05000-chave-referenciada '</refNFe></NFref>'
                        delimited by size into rl-Line_Gyou-em-xml
                 write rl-Record_Kiroku-em-xml
            end-if

            move spaces                             to rl-Line_Gyou-em-xml
            string '</ide>' into rl-Line_Gyou-em-xml
            write rl-Record_Kiroku-em-xml

            move spaces                             to rl-Line_Gyou-em-xml
            string '<emit><CNPJ>' lnk-cnpj '</CNPJ><xNome>' function trim(lnk-razao-social) '</xNome></emit>'
                   delimited by size into rl-Line_Gyou-em-xml
            write rl-Record_Kiroku-em-xml

            *> Na nota de entrada propria, na devolucao de compra e na
            *> remessa para industrializacao o destinatario  o Fornecedor;
            *> o Fornecedor do exterior no tem CNPJ e segue com idEstrangeiro
            if   lk-nota-entrada
            or   lk-devolucao-compra
            or   lk-remessa-industrializacao
                 initialize                         f01900-fornecedor
                 move lnk-CompanyCode               to f01900-CompanyCode
                 move lnk-BranchCode                to f01900-BranchCode
                 move f05000-cd-destinatario        to f01900-cd-fornecedor
                 perform 9000-Read_Yomu-pd01900-ran
                 if   ws-OperationOK
                      if   f01900-cgc greater zeros
                           string '<CNPJ>' f01900-cgc '</CNPJ>' delimited by size into ws-dest-documento
                      else
                           move '<idEstrangeiro></idEstrangeiro>' to ws-dest-documento
                      end-if

                      move spaces                   to rl-Line_Gyou-em-xml
                      string '<dest>' ws-dest-documento '<xNome>' function trim(f01900-razao-social) '</xNome></dest>'
                             delimited by size into rl-Line_Gyou-em-xml
                      write rl-Record_Kiroku-em-xml
                 end-if
                 initialize                         f01400-cliente
            else
                 initialize                         f01400-cliente
                 move lnk-CompanyCode               to f01400-CompanyCode
                 move lnk-BranchCode                to f01400-BranchCode
                 move f05000-cd-destinatario        to f01400-cd-cliente
                 perform 9000-Read_Yomu-pd01400-ran
            end-if
            if   ws-OperationOK
            and  not lk-nota-entrada
            and  not lk-devolucao-compra
            and  not lk-remessa-industrializacao
                 evaluate true
                     when f01400-pessoa-juridica
                          string '<CNPJ>' f01400-cgc '</CNPJ>' delimited by size into ws-dest-documento
                     when f01400-pessoa-estrangeira
                          string '<idEstrangeiro>' function trim(f01400-id-estrangeiro) '</idEstrangeiro>' delimited by size into ws-dest-documento
                     when other
                          string '<CPF>' f01400-cgc '</CPF>' delimited by size into ws-dest-documento
                 end-evaluate

                 move spaces                        to rl-Line_Gyou-em-xml
                 string '<dest>' ws-dest-documento '<xNome>' function trim(f01400-razao-social) '</xNome></dest>'
                 write rl-Record_Kiroku-em-xml
            end-if

            *> Grupo exporta - UF e local de embarque da mercadoria
            if   f05000-nota-exportacao
                 move spaces                        to rl-Line_Gyou-em-xml
                 string '<exporta><UFSaidaPais>' f05000-uf-embarque '</UFSaidaPais>'
                        '<xLocExporta>' function trim(f05000-local-embarque) '</xLocExporta></exporta>'
                        delimited by size into rl-Line_Gyou-em-xml
                 write rl-Record_Kiroku-em-xml
            end-if

            move zeros                              to ws-nItem

            initialize                             f05100-item-Invoice_Seikyusho
                        '<vDesc>' f05100-Value-desconto '</vDesc>'
                        '<vFrete>' f05100-Value-frete-rateio '</vFrete>'
                        '<vSeg>' f05100-Value-seguro-rateio '</vSeg>'
                        '<vOutro>' f05100-Value-outras-rateio '</vOutro>'
                        delimited by size into rl-Line_Gyou-em-xml
                 write rl-Record_Kiroku-em-xml

                 *> Devolucao de compra (CFOP 5202/6202 ou 5411/6411) e
                 *> remessa para industrializacao (5901/6901): CFOP do item
                 if   lk-devolucao-compra
                 or   lk-remessa-industrializacao
                      move spaces                   to rl-Line_Gyou-em-xml
                      string '<CFOP>' f05100-cfop '</CFOP>'
                             delimited by size into rl-Line_Gyou-em-xml
                      write rl-Record_Kiroku-em-xml
                 end-if

                 *> Grupo DI - declaracao de importacao e adicao do item
                 set  ws-adicao-nao-encontrada      to true
                 if   ws-com-declaracao-importacao
                      perform 2410-gerar-grupo-di
                 end-if

                 move spaces                        to rl-Line_Gyou-em-xml
                 string '</prod>'
                        '<imposto><ICMS><vBC>' f05100-base-icms '</vBC><vICMS>' f05100-Value-icms '</vICMS></ICMS>'
                        '<IPI><vIPI>' f05100-Value-ipi '</vIPI></IPI>'
                        delimited by size into rl-Line_Gyou-em-xml
                 write rl-Record_Kiroku-em-xml

                 *> Grupo II - imposto de importacao e despesas aduaneiras
                 if   ws-adicao-encontrada
                      compute ws-Value-desp-aduaneiras =
                              f13200-Value-afrmm-rateio
                              + f13200-Value-siscomex-rateio
                      move spaces                   to rl-Line_Gyou-em-xml
                      string '<II><vBC>' f13200-Value-aduaneiro '</vBC>'
                             '<vDespAdu>' ws-Value-desp-aduaneiras '</vDespAdu>'
                             '<vII>' f13200-Value-ii '</vII>'
                             '<vIOF>' f13200-Value-iof '</vIOF></II>'
                             delimited by size into rl-Line_Gyou-em-xml
                      write rl-Record_Kiroku-em-xml
                 end-if

                 *> Grupo IBSCBS - o CST do IBS/CBS sao os 3 primeiros digitos do cClassTrib
                 move spaces                        to rl-Line_Gyou-em-xml
                 string '<IBSCBS><CST>' f05100-cd-class-trib(1:3) '</CST>'
                        '<cClassTrib>' f05100-cd-class-trib '</cClassTrib>'
                        '<gIBSCBS><vBC>' f05100-base-ibs-cbs '</vBC>'
                        '<gIBSUF><pIBSUF>' f05100-aliq-ibs '</pIBSUF><vIBSUF>' f05100-Value-ibs '</vIBSUF></gIBSUF>'
                        '<gCBS><pCBS>' f05100-aliq-cbs '</pCBS><vCBS>' f05100-Value-cbs '</vCBS></gCBS>'
                        '</gIBSCBS></IBSCBS></imposto></det>'
                        delimited by size into rl-Line_Gyou-em-xml
                 write rl-Record_Kiroku-em-xml


            move f05000-Value-total                to ws-total-xml
            move spaces                             to rl-Line_Gyou-em-xml
            if   not ws-com-declaracao-importacao
                 move zeros                         to f13100-Value-ii
            end-if
            string '<total><ICMSTot><vProd>' f05000-Value-total-produtos '</vProd>'
                   '<vICMS>' f05000-Value-icms '</vICMS><vII>' f13100-Value-ii '</vII><vIPI>' f05000-Value-ipi '</vIPI>'
                   '<vNF>' f05000-Value-total '</vNF></ICMSTot>'
                   delimited by size into rl-Line_Gyou-em-xml
            write rl-Record_Kiroku-em-xml

            move spaces                             to rl-Line_Gyou-em-xml
            string '<IBSCBSTot><vBCIBSCBS>' f05000-base-ibs-cbs '</vBCIBSCBS>'
                   '<gIBS><gIBSUF><vIBSUF>' f05000-Value-ibs '</vIBSUF></gIBSUF><vIBS>' f05000-Value-ibs '</vIBS></gIBS>'
                   '<gCBS><vCBS>' f05000-Value-cbs '</vCBS></gCBS></IBSCBSTot></total>'
                   delimited by size into rl-Line_Gyou-em-xml
            write rl-Record_Kiroku-em-xml

            *> Informacoes complementares da exportacao: DU-E, moeda e cotacao
            if   f05000-nota-exportacao
                 move f05000-Value-total-moeda      to ws-total-xml
                 move spaces                        to rl-Line_Gyou-em-xml
                 string '<infAdic><infCpl>DU-E ' function trim(f05000-Number-due)
                        ' - MOEDA ' f05000-cd-moeda ' VALOR ' ws-total-xml
                        ' TAXA ' f05000-taxa-cambio '</infCpl></infAdic>'
                        delimited by size into rl-Line_Gyou-em-xml
                 write rl-Record_Kiroku-em-xml
            end-if

            move spaces                             to rl-Line_Gyou-em-xml
            string '</infNFe>' into rl-Line_Gyou-em-xml
            write rl-Record_Kiroku-em-xml

       exit.

      *>=================================================================================
      *> Grupo DI dentro de prod: dados do desembaraco da declaracao e a
      *> adicao do item; a leitura da adicao fica disponivel para o grupo II
       2410-gerar-grupo-di section.

            initialize                             f13200-Adicao_Importacao
            move f05100-CompanyCode                 to f13200-CompanyCode
            move f05100-BranchCode                  to f13200-BranchCode
            move f05100-Number-documento            to f13200-Number-documento
            move f05100-Series-documento             to f13200-Series-documento
            move f05100-Seq                         to f13200-Seq
            perform 9000-Read_Yomu-pd13200-ran
            if   not ws-OperationOK
                 exit section
            end-if

            set  ws-adicao-encontrada               to true

            move spaces                             to rl-Line_Gyou-em-xml
            string '<DI><nDI>' function trim(f13100-Number-di) '</nDI>'
                   '<dDI>' f13100-data-di '</dDI>'
                   '<xLocDesemb>' function trim(f13100-local-desembaraco) '</xLocDesemb>'
                   '<UFDesemb>' f13100-uf-desembaraco '</UFDesemb>'
                   '<dDesemb>' f13100-data-desembaraco '</dDesemb>'
                   '<tpViaTransp>' f13100-via-transporte '</tpViaTransp>'
                   '<vAFRMM>' f13200-Value-afrmm-rateio '</vAFRMM>'
                   '<tpIntermedio>' f13100-Type-intermedio '</tpIntermedio>'
                   '<cExportador>' f05000-cd-destinatario '</cExportador>'
                   '<adi><nAdicao>' f13200-nr-adicao '</nAdicao>'
                   '<nSeqAdic>' f13200-seq-adicao '</nSeqAdic>'
                   '<cFabricante>' f05000-cd-destinatario '</cFabricante></adi></DI>'
                   delimited by size into rl-Line_Gyou-em-xml
            write rl-Record_Kiroku-em-xml

       exit.

      *>=================================================================================
      *> Toda nota assinada entra na fila de transmissao (CS30010C); em modo de
      *> contingencia a nota nasce com status proprio e aguarda a normalizacao
            close pd00300
            close pd00700
            close pd01400
            close pd01900
            close pd03100
            close pd05000
            close pd05100
            close pd07600
            close pd13100
            close pd13200

       exit.

       copy CSR00300.cpy.
       copy CSR00700.cpy.
       copy CSR01400.cpy.
       copy CSR01900.cpy.
       copy CSR03100.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR07600.cpy.
       copy CSR13100.cpy.
       copy CSR13200.cpy.
