       copy CSS02400.cpy. *> Contas a Receber
       copy CSS02450.cpy. *> Pagamentos de Contas a Receber
       copy CSS02500.cpy. *> Checkpoint de Emisso NF-e
       copy CSS02600.cpy. *> Contas a Pagar
       copy CSS02650.cpy. *> Pagamentos de Contas a Pagar
       copy CSS03200.cpy. *> Formas de Pagamento
       copy CSS03300.cpy. *> Codigos Fiscais
       copy CSS03600.cpy. *> Armazens
       copy CSS03900.cpy. *> Configuracao de Cobranca
       copy CSS06100.cpy. *> Estoque de Materiais
       copy CSS07100.cpy. *> Itens de Pedido de Compra
       copy CSS07200.cpy. *> Ordens de Producao
       copy CSS08600.cpy. *> Jobs Batch
       copy CSS09000.cpy. *> Boletos
       copy CSS09600.cpy. *> Extrato Bancario
       copy CSS09700.cpy. *> Cobranca Pix
       copy CSS11300.cpy. *> Adiantamentos

            select arq-bkp assign to disk wid-arq-bkp
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>   Migracao de layout: cada arquivo mestre cujo registro cresceu
      *>   ou cujas chaves mudaram tem aqui o seu layout anterior (sufixo
      *>   -ant). O job abre o arquivo pelo layout atual; status 39 indica
      *>   arquivo ainda no layout anterior, que e descarregado pelo
      *>   pdNNNNN-ant e recarregado no layout atual, com os campos novos
      *>   inicializados. Os campos novos ficam no fim do registro, exceto
      *>   no EFD061 (fornecedor na chave), convertido campo a campo.
      *>   Procedimento apos a atualizacao: executar este job uma vez,
      *>   com o sistema parado, antes de qualquer outro processamento
            select pd05000-ant assign to disk wid-pd05000
                organization        is indexed
                access mode         is dynamic
                record key          is a05000-chave =
                                       a05000-CompanyCode
                                       a05000-BranchCode
                                       a05000-Type-nota
                                       a05000-Number-documento
                                       a05000-Series-documento
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd02400-ant assign to disk wid-pd02400
                organization        is indexed
                access mode         is dynamic
                record key          is a02400-chave =
                                       a02400-CompanyCode
                                       a02400-BranchCode
                                       a02400-Type-nota
                                       a02400-Number-documento
                                       a02400-Series-documento
                                       a02400-Seq-parcela
                alternate key       is a02400-chave-1 =
                                       a02400-CompanyCode
                                       a02400-BranchCode
                                       a02400-StatusID
                                       a02400-cd-cliente
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd00700-ant assign to disk wid-pd00700
                organization        is indexed
                access mode         is dynamic
                record key          is a00700-chave =
                                       a00700-CompanyCode
                                       a00700-BranchCode
                alternate key       is a00700-chave-1 =
                                       a00700-cnpj
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd00800-ant assign to disk wid-pd00800
                organization        is indexed
                access mode         is dynamic
                record key          is a00800-chave = 
                                       a00800-UserID
                alternate key       is a00800-chave-1 =
                                       a00800-Email
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd01400-ant assign to disk wid-pd01400
                organization        is indexed
                access mode         is dynamic
                record key          is a01400-chave =
                                       a01400-CompanyCode
                                       a01400-BranchCode
                                       a01400-cd-cliente
                alternate key       is a01400-chave-1 =
                                       a01400-CompanyCode
                                       a01400-BranchCode
                                       a01400-cgc
                alternate key       is a01400-chave-2 =
                                       a01400-CompanyCode
                                       a01400-BranchCode
                                       a01400-id-Street_Jusho
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd01800-ant assign to disk wid-pd01800
                organization        is indexed
                access mode         is dynamic
                record key          is a01800-chave = 
                                       a01800-CompanyCode
                                       a01800-BranchCode
                                       a01800-ProductCode
                alternate key       is a01800-chave-1 =
                                       a01800-CompanyCode
                                       a01800-BranchCode
                                       a01800-ean
                    with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd02450-ant assign to disk wid-pd02450
                organization        is indexed
                access mode         is dynamic
                record key          is a02450-chave =
                                       a02450-CompanyCode
                                       a02450-BranchCode
                                       a02450-Type-nota
                                       a02450-Number-documento
                                       a02450-Series-documento
                                       a02450-Seq-parcela
                                       a02450-Seq
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd05100-ant assign to disk wid-pd05100
                organization        is indexed
                access mode         is dynamic
                record key          is a05100-chave =
                                       a05100-CompanyCode
                                       a05100-BranchCode
                                       a05100-Type-nota
                                       a05100-Number-documento
                                       a05100-Series-documento
                                       a05100-cd-destinatario
                                       a05100-Seq
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd02600-ant assign to disk wid-pd02600
                organization        is indexed
                access mode         is dynamic
                record key          is a02600-chave =
                                       a02600-CompanyCode
                                       a02600-BranchCode
                                       a02600-Type-nota
                                       a02600-Number-documento
                                       a02600-Series-documento
                alternate key       is a02600-chave-1 =
                                       a02600-CompanyCode
                                       a02600-BranchCode
                                       a02600-StatusID
                                       a02600-cd-fornecedor
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd02650-ant assign to disk wid-pd02650
                organization        is indexed
                access mode         is dynamic
                record key          is a02650-chave =
                                       a02650-CompanyCode
                                       a02650-BranchCode
                                       a02650-Type-nota
                                       a02650-Number-documento
                                       a02650-Series-documento
                                       a02650-Seq
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd03200-ant assign to disk wid-pd03200
                organization        is indexed
                access mode         is dynamic
                record key          is a03200-chave =
                                       a03200-CompanyCode
                                       a03200-BranchCode
                                       a03200-cd-forma-pagamento
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd03300-ant assign to disk wid-pd03300
                organization        is indexed
                access mode         is dynamic
                record key          is a03300-chave =
                                       a03300-CompanyCode
                                       a03300-BranchCode
                                       a03300-Type-codigo
                                       a03300-cd-codigo
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd03600-ant assign to disk wid-pd03600
                organization        is indexed
                access mode         is dynamic
                record key          is a03600-chave =
                                       a03600-CompanyCode
                                       a03600-BranchCode
                                       a03600-ArmazemCode
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd03900-ant assign to disk wid-pd03900
                organization        is indexed
                access mode         is dynamic
                record key          is a03900-chave =
                                       a03900-CompanyCode
                                       a03900-BranchCode
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd06100-ant assign to disk wid-pd06100
                organization        is indexed
                access mode         is dynamic
                record key          is a06100-chave =
                                       a06100-CompanyCode
                                       a06100-BranchCode
                                       a06100-cd-material
                                       a06100-ArmazemCode
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd07100-ant assign to disk wid-pd07100
                organization        is indexed
                access mode         is dynamic
                record key          is a07100-chave =
                                       a07100-CompanyCode
                                       a07100-BranchCode
                                       a07100-Number-pedido
                                       a07100-Seq
                alternate key       is a07100-chave-1 =
                                       a07100-CompanyCode
                                       a07100-BranchCode
                                       a07100-ProductCode
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd07200-ant assign to disk wid-pd07200
                organization        is indexed
                access mode         is dynamic
                record key          is a07200-chave =
                                       a07200-CompanyCode
                                       a07200-BranchCode
                                       a07200-Number-ordem
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd08600-ant assign to disk wid-pd08600
                organization        is indexed
                access mode         is dynamic
                record key          is a08600-chave =
                                       a08600-CompanyCode
                                       a08600-BranchCode
                                       a08600-cd-job
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd09000-ant assign to disk wid-pd09000
                organization        is indexed
                access mode         is dynamic
                record key          is a09000-chave =
                                       a09000-CompanyCode
                                       a09000-BranchCode
                                       a09000-nosso-numero
                alternate key       is a09000-chave-1 =
                                       a09000-CompanyCode
                                       a09000-BranchCode
                                       a09000-StatusID
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd09600-ant assign to disk wid-pd09600
                organization        is indexed
                access mode         is dynamic
                record key          is a09600-chave =
                                       a09600-CompanyCode
                                       a09600-BranchCode
                                       a09600-Seq-lancamento
                alternate key       is a09600-chave-1 =
                                       a09600-CompanyCode
                                       a09600-BranchCode
                                       a09600-StatusID
                                       a09600-Seq-lancamento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd09700-ant assign to disk wid-pd09700
                organization        is indexed
                access mode         is dynamic
                record key          is a09700-chave =
                                       a09700-CompanyCode
                                       a09700-BranchCode
                                       a09700-Type-nota
                                       a09700-Number-documento
                                       a09700-Series-documento
                                       a09700-Seq-parcela
                lock mode           is manual
                file status         is ws-AccessResult.

            select pd11300-ant assign to disk wid-pd11300
                organization        is indexed
                access mode         is dynamic
                record key          is a11300-chave =
                                       a11300-CompanyCode
                                       a11300-BranchCode
                                       a11300-cd-cliente
                                       a11300-Seq-adiantamento
                lock mode           is manual
                file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF02400.cpy. *> Contas a Receber
       copy CSF02450.cpy. *> Pagamentos de Contas a Receber
       copy CSF02500.cpy. *> Checkpoint de Emisso NF-e
       copy CSF02600.cpy. *> Contas a Pagar
       copy CSF02650.cpy. *> Pagamentos de Contas a Pagar
       copy CSF03200.cpy. *> Formas de Pagamento
       copy CSF03300.cpy. *> Codigos Fiscais
       copy CSF03600.cpy. *> Armazens
       copy CSF03900.cpy. *> Configuracao de Cobranca
       copy CSF06100.cpy. *> Estoque de Materiais
       copy CSF07100.cpy. *> Itens de Pedido de Compra
       copy CSF07200.cpy. *> Ordens de Producao
       copy CSF08600.cpy. *> Jobs Batch
       copy CSF09000.cpy. *> Boletos
       copy CSF09600.cpy. *> Extrato Bancario
       copy CSF09700.cpy. *> Cobranca Pix
       copy CSF11300.cpy. *> Adiantamentos

       fd   arq-bkp.
       01   rs-arq-bkp                             pic x(1000).

       fd   pd05000-ant.

       01   a05000-mestre-Invoice_Seikyusho.
            03 a05000-CompanyCode                   pic 9(03).
            03 a05000-BranchCode                    pic 9(04).
            03 a05000-Type-nota                     pic 9(02).
            03 a05000-Number-documento              pic 9(09).
            03 a05000-Series-documento              pic x(03).
            03 a05000-cd-destinatario               pic 9(09).
            03 a05000-Seq                           pic 9(09).
            03 a05000-data-operacao                 pic 9(08).
            03 a05000-horario-operacao              pic 9(06).
            03 a05000-UserID-operacao               pic 9(09).
            03 a05000-data-Exit_Deguchi             pic 9(08).
            03 a05000-horario-Exit_Deguchi          pic 9(06).
            03 a05000-data-entrega                  pic 9(08).
            03 a05000-horario-entrega               pic 9(06).
            03 a05000-base-icms                     pic 9(09)v9(02).
            03 a05000-Value-icms                    pic 9(09)v9(02).
            03 a05000-base-icms-st                  pic 9(09)v9(02).
            03 a05000-Value-icms-st                 pic 9(09)v9(02).
            03 a05000-Value-importacao              pic 9(09)v9(02).
            03 a05000-Value-pis                     pic 9(09)v9(02).
            03 a05000-Value-total-produtos          pic 9(09)v9(02).
            03 a05000-Value-frete                   pic 9(09)v9(02).
            03 a05000-Value-seguro                  pic 9(09)v9(02).
            03 a05000-Value-desconto                pic 9(09)v9(02).
            03 a05000-Value-outras-despesas         pic 9(09)v9(02).
            03 a05000-Value-ipi                     pic 9(09)v9(02).
            03 a05000-Value-cofins                  pic 9(09)v9(02).
            03 a05000-Value-total                   pic 9(09)v9(02).
            03 a05000-StatusID                      pic x(01).
            03 a05000-data-Cancel_Sakujo            pic 9(08).
            03 a05000-horario-Cancel_Sakujo         pic 9(06).
            03 a05000-motivo-Cancel_Sakujo          pic x(60).
            03 a05000-nr-impressoes                 pic 9(04).
            03 a05000-Number-documento-origem       pic 9(09).
            03 a05000-Series-documento-origem       pic x(03).
            03 a05000-chave-acesso                  pic x(44).
            03 a05000-data-assinatura               pic 9(08).
            03 a05000-horario-assinatura            pic 9(06).
            03 a05000-hash-assinatura               pic x(40).
            03 a05000-cd-vendedor                   pic 9(04).
            03 a05000-cd-transportadora             pic 9(04).
            03 a05000-placa-veiculo                 pic x(07).
            03 a05000-qtde-volumes                  pic 9(05).
            03 a05000-peso-bruto                    pic 9(09)v9(04).
            03 a05000-peso-liquido                  pic 9(09)v9(04).
            03 a05000-cd-forma-pagamento            pic 9(02).
            03 a05000-Value-trib-aprox              pic 9(09)v9(02).
            03 a05000-id-email-enviado              pic x(01).
            03 a05000-arquivo-danfe                 pic x(100).
            03 a05000-Name_Namae-recebedor          pic x(40).
            03 a05000-Value-difal                   pic 9(09)v9(02).
            03 a05000-uf-destino                    pic x(02).
            03 a05000-Value-iss                     pic 9(09)v9(02).
            03 a05000-Value-iss-retido              pic 9(09)v9(02).
            03 a05000-id-devolucao                  pic x(01).
            03 a05000-id-bonificacao                pic x(01).

       fd   pd02400-ant.

       01   a02400-Contas_Receber.
            03 a02400-CompanyCode                   pic 9(03).
            03 a02400-BranchCode                    pic 9(04).
            03 a02400-Type-nota                     pic 9(02).
            03 a02400-Number-documento              pic 9(09).
            03 a02400-Series-documento              pic x(03).
            03 a02400-Seq-parcela                   pic 9(02).
            03 a02400-cd-cliente                    pic 9(09).
            03 a02400-data-emissao                  pic 9(08).
            03 a02400-data-vencimento               pic 9(08).
            03 a02400-Value-total                   pic 9(09)v9(02).
            03 a02400-Value-pago                    pic 9(09)v9(02).
            03 a02400-StatusID                      pic x(01).
            03 a02400-data-baixa                    pic 9(08).
            03 a02400-id-boleto                     pic x(01).
            03 a02400-Number-renegociacao           pic 9(09).
            03 a02400-Series-renegociacao           pic x(03).

       fd   pd00700-ant. 
      
       01   a00700-Company_Kaisha.
            03 a00700-CompanyCode                   pic 9(03).
            03 a00700-BranchCode                    pic 9(04).
            03 a00700-razao-social                 pic x(55).
            03 a00700-Name_Namae-fantasia                pic x(55).
            03 a00700-cnpj                         pic 9(14).
            03 a00700-ie                           pic x(11).
            03 a00700-id-Street_Jusho                pic 9(09).
            03 a00700-nr-Address_Jusho                  pic x(10).
            03 a00700-PhoneNum-1                pic 9(14).
            03 a00700-PhoneNum-2                pic 9(14).
            03 a00700-PhoneNum-3                pic 9(14).
            03 a00700-Email                        pic x(55).
            03 a00700-StatusID                    pic x(01).
               88 a00700-Company_Kaisha-ativa                 value "A".
               88 a00700-Company_Kaisha-inativa               value "I".
               88 a00700-Company_Kaisha-bloqueada             value "B".
            03 a00700-im                           pic x(11).
            03 a00700-cnae                         pic 9(07).
            03 a00700-regime-tributario             pic 9(01).
               88 a00700-Simples_Nacional                     value 1.
               88 a00700-Simples_Nacional-excesso             value 2.
               88 a00700-regime-normal                        value 3.
            03 a00700-max-Attempts_Kokoromi-Login          pic 9(02).
            03 a00700-ArmazemCode-Padrao            pic 9(04).
            03 a00700-id-contingencia-nfe           pic x(01).
               88 a00700-contingencia-ativa                  value "S".
               88 a00700-contingencia-inativa                value "N", " ".
            03 a00700-perc-multa-atraso             pic 9(03)v9(02).
            03 a00700-perc-juros-mes                pic 9(03)v9(02).
            03 a00700-smtp-servidor                 pic x(60).
            03 a00700-smtp-porta                    pic 9(05).
            03 a00700-smtp-usuario                  pic x(55).
            03 a00700-minutos-inatividade           pic 9(03).
            03 a00700-chave-pix                     pic x(77).
            03 a00700-Value-alcada-pagamento        pic 9(09)v9(02).
            03 a00700-perc-tolerancia-qtde          pic 9(03)v9(02).
            03 a00700-perc-tolerancia-preco         pic 9(03)v9(02).
            03 a00700-id-bloqueia-ie-irregular      pic x(01).
               88 a00700-bloqueia-ie-irregular          value "S".
               88 a00700-avisa-ie-irregular             value " ", "N".

       fd   pd00800-ant.
       
       01   a00800-User_Yuuzaa.
            03 a00800-UserID                   pic 9(11).
            03 a00800-UserPassword                   pic x(15).
            03 a00800-data-troca-senha             pic 9(08).
            03 a00800-UserName                 pic x(55).
            03 a00800-data-nascimento              pic 9(08).
            03 a00800-sexo                         pic x(01).
               88 a00800-masculino                     value "M".
               88 a00800-feminino                      value "F".
            03 a00800-Email                        pic x(55).
            03 a00800-id-atribuir-acesso           pic x(01).
               88 a00800-permite-atribuir-acesso       value "S".
            03 a00800-StatusID-User_Yuuzaa            pic x(01).
               88 a00800-inativo                       value "I".
               88 a00800-bloqueado                     value "B".
               88 a00800-em-aprovacao                  value "E".
               88 a00800-Active_Akutibu                         value "A".
            03 a00800-id-trocar-senha              pic x(01).
               88 a00800-trocar-senha                  value "S".
            03 a00800-id-Profile_Purofiru-especial           pic x(01).
               88 a00800-Development_Kaihatsu               value "D".
            03 a00800-data-criacao                 pic 9(08).
            03 a00800-Time-criacao                 pic 9(08).
            03 a00800-data-ultimo-Login            pic 9(08).
            03 a00800-Time-ultimo-Login            pic 9(08).
            03 a00800-maquina-Login                pic x(55).
            03 a00800-ultimo-CompanyCode                pic 9(03).
            03 a00800-ultimo-BranchCode                 pic 9(04).
            03 a00800-id-2fa                       pic x(01).
               88 a00800-exige-2fa                     value "S".
               88 a00800-sem-2fa                       value " ", "N".
            03 a00800-codigo-recuperacao           pic x(08).

       fd pd01400-ant.

       01   a01400-cliente.
            03 a01400-CompanyCode                   pic 9(03).
            03 a01400-BranchCode                    pic 9(04).
            03 a01400-cd-cliente                   pic 9(09).
            03 a01400-razao-social                 pic x(55).
            03 a01400-Name_Namae-fantasia                pic x(55).
            03 a01400-Type-pessoa                  pic x(01).
               88 a01400-pessoa-fisica                 value "F".
               88 a01400-pessoa-juridica               value "J".
            03 a01400-cgc                          pic 9(14).
            03 a01400-ie                           pic x(11).
            03 a01400-id-Street_Jusho                pic 9(09).
            03 a01400-nr-Address_Jusho                  pic x(10).
            03 a01400-PhoneNum-1                pic 9(14).
            03 a01400-PhoneNum-2                pic 9(14).
            03 a01400-PhoneNum-3                pic 9(14).
            03 a01400-Email                        pic x(55).
            03 a01400-StatusID                    pic x(01).
               88 a01400-cliente-Active_Akutibu                  value "A".
               88 a01400-cliente-inativo                value "I".
               88 a01400-cliente-bloqueado              value "B".
            03 a01400-limite-credito               pic 9(09)v99.
            03 a01400-motivo-bloqueio                 pic x(55).
            03 a01400-id-anonimizado                pic x(01).
               88 a01400-cliente-anonimizado            value "S".
               88 a01400-cliente-nao-anonimizado        value " ", "N".
            03 a01400-cd-tabela-preco               pic 9(03).
            03 a01400-data-consulta-sefaz           pic 9(08).
            03 a01400-situacao-sefaz                pic x(01).
               88 a01400-sefaz-regular                  value "R".
               88 a01400-sefaz-irregular                value "I".
               88 a01400-sefaz-nao-consultada           value " ", "N".
            03 a01400-cd-cliente-sucessor           pic 9(09).

       fd   pd01800-ant.

       01   a01800-Product_Seihin.
            03 a01800-CompanyCode                   pic 9(03).
            03 a01800-BranchCode                    pic 9(04).
            03 a01800-ProductCode                   pic 9(09).
            03 a01800-Desc-Product_Seihin            pic x(55).
            03 a01800-Desc-abreviada            pic x(55).
            03 a01800-cd-categoria                  pic 9(09).
            03 a01800-ean                           pic 9(13).
            03 a01800-ncm                           pic 9(08).
            03 a01800-data-inclusao                 pic 9(08).
            03 a01800-data-Delete_Sakujo                 pic 9(08).
            03 a01800-unidade-medida                pic x(10).
            03 a01800-fator-conversao               pic 9(09).
            03 a01800-peso-bruto                    pic 9(09)v9(04).
            03 a01800-peso-liquido                  pic 9(09)v9(04).
            03 a01800-cd-fornecedor-preferencial     pic 9(09).
            03 a01800-caminho-imagem                pic x(100).
            03 a01800-id-controla-lote              pic x(01).
               88 a01800-controla-lote                  value "S".
               88 a01800-nao-controla-lote              value " ", "N".
            03 a01800-id-inspecao                   pic x(01).
               88 a01800-exige-inspecao                 value "S".
               88 a01800-nao-exige-inspecao             value " ", "N".
            03 a01800-id-kit                        pic x(01).
               88 a01800-Product-kit                    value "S".
               88 a01800-Product-nao-kit                value " ", "N".
            03 a01800-id-controla-serie             pic x(01).
               88 a01800-controla-serie                 value "S".
               88 a01800-nao-controla-serie             value " ", "N".
            03 a01800-classe-abc                    pic x(01).
               88 a01800-classe-a                       value "A".
               88 a01800-classe-b                       value "B".
               88 a01800-classe-c                       value "C".
               88 a01800-sem-classe-abc                 value " ".
            03 a01800-data-classificacao            pic 9(08).
            03 a01800-data-contagem-ciclica         pic 9(08).

       fd   pd02450-ant.

       01   a02450-Pagamento_Receber.
            03 a02450-CompanyCode                   pic 9(03).
            03 a02450-BranchCode                    pic 9(04).
            03 a02450-Type-nota                      pic 9(02).
            03 a02450-Number-documento              pic 9(09).
            03 a02450-Series-documento                pic x(03).
            03 a02450-Seq-parcela                   pic 9(02).
            03 a02450-Seq                           pic 9(04).
            03 a02450-data-pagamento                pic 9(08).
            03 a02450-Value-pago                    pic 9(09)v9(02).
            03 a02450-UserID-operacao               pic 9(09).
            03 a02450-cd-forma-pagamento            pic 9(02).
            03 a02450-Value-juros                   pic 9(09)v9(02).
            03 a02450-id-conciliado                 pic x(01).
               88 a02450-pagamento-conciliado           value "S".

       fd   pd05100-ant.

       01   a05100-item-Invoice_Seikyusho.
            03 a05100-CompanyCode                   pic 9(03).
            03 a05100-BranchCode                    pic 9(04).
            03 a05100-Type-nota                      pic 9(02).
               88 a05100-nota-entrada                    value 00.
               88 a05100-nota-Exit_Deguchi                value 01.
               88 a05100-nota-consumidor                 value 02.
               88 a05100-nota-servico                    value 03.
            03 a05100-Number-documento              pic 9(09).
            03 a05100-Series-documento                pic x(03).
            03 a05100-cd-destinatario               pic 9(09).
            03 a05100-Seq                           pic 9(09).
            03 a05100-cd-Merchandise_Shohin                 pic 9(09).
            03 a05100-cst                           pic 9(04).
            03 a05100-cfop                          pic 9(04).
            03 a05100-cd-unidade-medida             pic 9(09).
            03 a05100-Qty-Merchandise_Shohin         pic 9(09)v9(06).
            03 a05100-Value-unitario                pic 9(09)v9(06).
            03 a05100-Value-total                   pic 9(09)v9(02).
            03 a05100-base-icms                     pic 9(09)v9(02).
            03 a05100-Value-icms                    pic 9(09)v9(02).
            03 a05100-Value-ipi                     pic 9(09)v9(02).
            03 a05100-aliq-icms                     pic 9(09)v9(02).
            03 a05100-aliq-ipi                      pic 9(09)v9(02).
            03 a05100-Value-desconto                pic 9(09)v9(02).
            03 a05100-Value-frete-rateio            pic 9(09)v9(02).
            03 a05100-Value-seguro-rateio           pic 9(09)v9(02).
            03 a05100-Value-outras-rateio           pic 9(09)v9(02).
            03 a05100-qtde-unidade-venda            pic 9(09)v9(06).
            03 a05100-custo-unitario                pic 9(09)v9(04).
            03 a05100-Number-promocao               pic 9(06).

       fd   pd02600-ant.

       01   a02600-Contas_Pagar.
            03 a02600-CompanyCode                   pic 9(03).
            03 a02600-BranchCode                    pic 9(04).
            03 a02600-Type-nota                      pic 9(02).
            03 a02600-Number-documento              pic 9(09).
            03 a02600-Series-documento                pic x(03).
            03 a02600-cd-fornecedor                 pic 9(09).
            03 a02600-data-emissao                  pic 9(08).
            03 a02600-data-vencimento                pic 9(08).
            03 a02600-Value-total                   pic 9(09)v9(02).
            03 a02600-Value-pago                    pic 9(09)v9(02).
            03 a02600-StatusID                     pic x(01).
               88 a02600-aberto                         value "A".
               88 a02600-quitado                        value "Q".
            03 a02600-data-baixa                    pic 9(08).
            03 a02600-Number-documento-origem       pic 9(09).
            03 a02600-Series-documento-origem        pic x(03).
            03 a02600-id-remessa                    pic x(01).
               88 a02600-remessa-enviada                value "S".
               88 a02600-sem-remessa                    value " ", "N".
            03 a02600-data-remessa                  pic 9(08).

       fd   pd02650-ant.

       01   a02650-Pagamento_Pagar.
            03 a02650-CompanyCode                   pic 9(03).
            03 a02650-BranchCode                    pic 9(04).
            03 a02650-Type-nota                      pic 9(02).
            03 a02650-Number-documento              pic 9(09).
            03 a02650-Series-documento                pic x(03).
            03 a02650-Seq                           pic 9(04).
            03 a02650-data-pagamento                pic 9(08).
            03 a02650-Value-pago                    pic 9(09)v9(02).
            03 a02650-UserID-operacao               pic 9(09).
            03 a02650-id-conciliado                 pic x(01).
               88 a02650-pagamento-conciliado           value "S".

       fd   pd03200-ant.

       01   a03200-forma-pagamento.
            03 a03200-CompanyCode                   pic 9(03).
            03 a03200-BranchCode                    pic 9(04).
            03 a03200-cd-forma-pagamento            pic 9(02).
            03 a03200-Desc-forma-pagamento          pic x(30).
            03 a03200-Type-forma                    pic x(01).
               88 a03200-forma-dinheiro                 value "D".
               88 a03200-forma-pix                      value "P".
               88 a03200-forma-cartao                   value "C".
               88 a03200-forma-boleto                   value "B".
               88 a03200-forma-prazo                    value "Z".
            03 a03200-StatusID                     pic x(01).
               88 a03200-forma-ativa                    value "A".
               88 a03200-forma-inativa                  value "I".

       fd   pd03300-ant.

       01   a03300-codigo-fiscal.
            03 a03300-CompanyCode                   pic 9(03).
            03 a03300-BranchCode                    pic 9(04).
            03 a03300-Type-codigo                    pic x(01).
               88 a03300-codigo-cfop                    value "C".
               88 a03300-codigo-cst                     value "S".
            03 a03300-cd-codigo                     pic 9(04).
            03 a03300-Desc-codigo                   pic x(55).
            03 a03300-id-operacao                   pic x(01).
               88 a03300-operacao-entrada               value "E".
               88 a03300-operacao-saida                 value "S".
            03 a03300-id-ambito                     pic x(01).
               88 a03300-ambito-estadual                value "D".
               88 a03300-ambito-interestadual           value "F".
               88 a03300-ambito-ambos                   value "A".
            03 a03300-StatusID                     pic x(01).
               88 a03300-codigo-ativo                   value "A".
               88 a03300-codigo-inativo                 value "I".

       fd   pd03600-ant.

       01   a03600-armazem.
            03 a03600-CompanyCode                   pic 9(03).
            03 a03600-BranchCode                    pic 9(04).
            03 a03600-ArmazemCode                   pic 9(04).
            03 a03600-Desc-armazem                  pic x(40).
            03 a03600-StatusID                     pic x(01).
               88 a03600-armazem-Active_Akutibu         value "A".
               88 a03600-armazem-inativo                value "I".

       fd   pd03900-ant.

       01   a03900-config-cobranca.
            03 a03900-CompanyCode                   pic 9(03).
            03 a03900-BranchCode                    pic 9(04).
            03 a03900-cd-banco                      pic 9(03).
            03 a03900-agencia                       pic 9(05).
            03 a03900-conta-corrente                pic 9(10).
            03 a03900-carteira                      pic 9(02).
            03 a03900-convenio                      pic 9(07).
            03 a03900-proximo-nosso-numero          pic 9(11).
            03 a03900-layout-cnab                   pic 9(03).
               88 a03900-cnab-240                       value 240.
               88 a03900-cnab-400                       value 400.
            03 a03900-Seq-remessa                   pic 9(07).

       fd   pd06100-ant.

       01   a06100-Stock_Material.
            03 a06100-CompanyCode                   pic 9(03).
            03 a06100-BranchCode                    pic 9(04).
            03 a06100-cd-material                   pic 9(09).
            03 a06100-ArmazemCode                   pic 9(04).
            03 a06100-qtde-disponivel               pic s9(09)v9(04).
            03 a06100-qtde-reservada                pic s9(09)v9(04).
            03 a06100-qtde-minima                   pic s9(09)v9(04).
            03 a06100-qtde-maxima                   pic s9(09)v9(04).
            03 a06100-custo-medio                   pic 9(09)v9(04).

       fd   pd07100-ant.

       01   a07100-item-Pedido_Compra.
            03 a07100-CompanyCode                   pic 9(03).
            03 a07100-BranchCode                    pic 9(04).
            03 a07100-Number-pedido                 pic 9(09).
            03 a07100-Seq                           pic 9(04).
            03 a07100-ProductCode                   pic 9(09).
            03 a07100-qtde-pedida                   pic 9(06)v9(04).
            03 a07100-qtde-recebida                 pic 9(06)v9(04).
            03 a07100-Value-unitario                pic 9(09)v9(02).
            03 a07100-Value-total                   pic 9(09)v9(02).
            03 a07100-data-entrega-prevista         pic 9(08).
            03 a07100-Value-unitario-moeda          pic 9(09)v9(02).
            03 a07100-Value-total-moeda             pic 9(09)v9(02).

       fd   pd07200-ant.

       01   a07200-Ordem_Producao.
            03 a07200-CompanyCode                   pic 9(03).
            03 a07200-BranchCode                    pic 9(04).
            03 a07200-Number-ordem                  pic 9(09).
            03 a07200-ProductCode                   pic 9(09).
            03 a07200-ArmazemCode                   pic 9(04).
            03 a07200-qtde-produzir                 pic 9(06)v9(04).
            03 a07200-data-emissao                  pic 9(08).
            03 a07200-data-conclusao                pic 9(08).
            03 a07200-StatusID                     pic x(01).
               88 a07200-ordem-aberta                   value "A".
               88 a07200-ordem-concluida                value "C".
               88 a07200-ordem-cancelada                value "X".
            03 a07200-UserID-operacao               pic 9(09).

       fd   pd08600-ant.

       01   a08600-Job_Batch.
            03 a08600-CompanyCode                   pic 9(03).
            03 a08600-BranchCode                    pic 9(04).
            03 a08600-cd-job                        pic 9(04).
            03 a08600-ProgramCode                   pic x(08).
            03 a08600-ds-job                        pic x(40).
            03 a08600-Parameters-job                pic x(100).
            03 a08600-horario-programado            pic 9(04).
            03 a08600-cd-job-predecessor            pic 9(04).
            03 a08600-StatusID                     pic x(01).
               88 a08600-job-Active_Akutibu             value "A".
               88 a08600-job-inativo                    value "I".

       fd   pd09000-ant.

       01   a09000-boleto.
            03 a09000-CompanyCode                   pic 9(03).
            03 a09000-BranchCode                    pic 9(04).
            03 a09000-nosso-numero                  pic 9(11).
            03 a09000-Type-nota                      pic 9(02).
            03 a09000-Number-documento              pic 9(09).
            03 a09000-Series-documento                pic x(03).
            03 a09000-Seq-parcela                   pic 9(02).
            03 a09000-cd-cliente                    pic 9(09).
            03 a09000-data-vencimento                pic 9(08).
            03 a09000-Value-documento               pic 9(09)v9(02).
            03 a09000-codigo-barras                 pic x(44).
            03 a09000-linha-digitavel               pic x(54).
            03 a09000-StatusID                     pic x(01).
               88 a09000-boleto-aberto                  value "A".
               88 a09000-boleto-remessa                 value "R".
               88 a09000-boleto-liquidado               value "L".
               88 a09000-boleto-rejeitado               value "J".
            03 a09000-data-geracao                  pic 9(08).
            03 a09000-data-ocorrencia               pic 9(08).
            03 a09000-cd-ocorrencia                 pic x(02).
            03 a09000-Value-pago                    pic 9(09)v9(02).

       fd   pd09600-ant.

       01   a09600-Extrato_Banco.
            03 a09600-CompanyCode                   pic 9(03).
            03 a09600-BranchCode                    pic 9(04).
            03 a09600-Seq-lancamento                pic 9(09).
            03 a09600-data-lancamento               pic 9(08).
            03 a09600-Type-lancamento               pic x(01).
               88 a09600-lancamento-credito             value "C".
               88 a09600-lancamento-debito              value "D".
            03 a09600-Value-lancamento              pic 9(11)v9(02).
            03 a09600-historico                     pic x(60).
            03 a09600-StatusID                     pic x(01).
               88 a09600-lancamento-pendente            value "P".
               88 a09600-conciliado-automatico          value "A".
               88 a09600-conciliado-manual              value "M".
            03 a09600-Type-nota                     pic 9(02).
            03 a09600-Number-documento              pic 9(09).
            03 a09600-Series-documento               pic x(03).
            03 a09600-Seq-parcela                   pic 9(02).
            03 a09600-Seq-pagamento                 pic 9(04).
            03 a09600-data-importacao               pic 9(08).
            03 a09600-data-conciliacao              pic 9(08).

       fd   pd09700-ant.

       01   a09700-Cobranca_Pix.
            03 a09700-CompanyCode                   pic 9(03).
            03 a09700-BranchCode                    pic 9(04).
            03 a09700-Type-nota                     pic 9(02).
            03 a09700-Number-documento              pic 9(09).
            03 a09700-Series-documento               pic x(03).
            03 a09700-Seq-parcela                   pic 9(02).
            03 a09700-cd-cliente                    pic 9(09).
            03 a09700-txid                          pic x(25).
            03 a09700-chave-recebedor               pic x(77).
            03 a09700-Value-cobranca                pic 9(09)v9(02).
            03 a09700-payload-copia-cola            pic x(300).
            03 a09700-StatusID                     pic x(01).
               88 a09700-pix-gerado                     value "G".
               88 a09700-pix-liquidado                  value "L".
               88 a09700-pix-cancelado                  value "X".
            03 a09700-data-geracao                  pic 9(08).
            03 a09700-data-liquidacao               pic 9(08).

       fd   pd11300-ant.

       01   a11300-Adiantamento.
            03 a11300-CompanyCode                   pic 9(03).
            03 a11300-BranchCode                    pic 9(04).
            03 a11300-cd-cliente                    pic 9(09).
            03 a11300-Seq-adiantamento              pic 9(06).
            03 a11300-data-recebimento              pic 9(08).
            03 a11300-Value-adiantado               pic 9(09)v9(02).
            03 a11300-Value-aplicado                pic 9(09)v9(02).
            03 a11300-cd-forma-pagamento            pic 9(02).
            03 a11300-StatusID                     pic x(01).
               88 a11300-adiantamento-aberto            value "A".
               88 a11300-adiantamento-utilizado         value "U".
            03 a11300-UserID-operacao               pic 9(09).

      *>=================================================================================
       working-storage section.
            perform 2100-Backup_Rebuild-pd02400
            perform 2100-Backup_Rebuild-pd02450
            perform 2100-Backup_Rebuild-pd02500
            perform 2100-Backup_Rebuild-pd02600
            perform 2100-Backup_Rebuild-pd02650
            perform 2100-Backup_Rebuild-pd03200
            perform 2100-Backup_Rebuild-pd03300
            perform 2100-Backup_Rebuild-pd03600
            perform 2100-Backup_Rebuild-pd03900
            perform 2100-Backup_Rebuild-pd06100
            perform 2100-Backup_Rebuild-pd07100
            perform 2100-Backup_Rebuild-pd07200
            perform 2100-Backup_Rebuild-pd08600
            perform 2100-Backup_Rebuild-pd09000
            perform 2100-Backup_Rebuild-pd09600
            perform 2100-Backup_Rebuild-pd09700
            perform 2100-Backup_Rebuild-pd11300

      *>   CSF00900.cpy e CSF01200.cpy no existem nesta verso da base
      *>   (vide requisito de importao de configurao) - permanecem
            string lnk-tmp-path "\" c-ThisProgram "_EFD007_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD007.DAT" into wid-pd00700
            open input pd00700
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd00700-ant
            else
                 if   ws-OperationOK
                      close pd00700
                 end-if
                 perform 9000-Open_Akeru-io-pd00700
                 perform 9000-Read_Yomu-pd00700-nex
                 perform until not ws-OperationOK
                      move f00700-Company_Kaisha          to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd00700-nex
                 end-perform
                 close pd00700
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd00700

       exit.

      *>=================================================================================
       2200-Descarrega-pd00700-ant section.

            open input pd00700-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD007.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd00700-ant next
            perform until not ws-OperationOK
                 initialize                     f00700-Company_Kaisha
                 move a00700-Company_Kaisha
                                                to f00700-Company_Kaisha(1:length of a00700-Company_Kaisha)
                 move f00700-Company_Kaisha          to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd00700-ant next
            end-perform
            close pd00700-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd00800 section.

            string lnk-tmp-path "\" c-ThisProgram "_EFD008_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD008.DAT" into wid-pd00800
            open input pd00800
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd00800-ant
            else
                 if   ws-OperationOK
                      close pd00800
                 end-if
                 perform 9000-Open_Akeru-io-pd00800
                 perform 9000-Read_Yomu-pd00800-nex
                 perform until not ws-OperationOK
                      move f00800-User_Yuuzaa             to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd00800-nex
                 end-perform
                 close pd00800
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd00800

       exit.

      *>=================================================================================
       2200-Descarrega-pd00800-ant section.

            open input pd00800-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD008.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd00800-ant next
            perform until not ws-OperationOK
                 initialize                     f00800-User_Yuuzaa
                 move a00800-User_Yuuzaa
                                                to f00800-User_Yuuzaa(1:length of a00800-User_Yuuzaa)
                 move f00800-User_Yuuzaa             to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd00800-ant next
            end-perform
            close pd00800-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd00801 section.

            string lnk-tmp-path "\" c-ThisProgram "_EFD014_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD014.DAT" into wid-pd01400
            open input pd01400
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd01400-ant
            else
                 if   ws-OperationOK
                      close pd01400
                 end-if
                 perform 9000-Open_Akeru-io-pd01400
                 perform 9000-Read_Yomu-pd01400-nex
                 perform until not ws-OperationOK
                      move f01400-cliente                 to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd01400-nex
                 end-perform
                 close pd01400
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd01400

       exit.

      *>=================================================================================
       2200-Descarrega-pd01400-ant section.

            open input pd01400-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD014.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd01400-ant next
            perform until not ws-OperationOK
                 initialize                     f01400-cliente
                 move a01400-cliente
                                                to f01400-cliente(1:length of a01400-cliente)
                 move f01400-cliente                 to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd01400-ant next
            end-perform
            close pd01400-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd01500 section.

            string lnk-tmp-path "\" c-ThisProgram "_EFD018_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD018.DAT" into wid-pd01800
            open input pd01800
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd01800-ant
            else
                 if   ws-OperationOK
                      close pd01800
                 end-if
                 perform 9000-Open_Akeru-io-pd01800
                 perform 9000-Read_Yomu-pd01800-nex
                 perform until not ws-OperationOK
                      move f01800-Product_Seihin          to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd01800-nex
                 end-perform
                 close pd01800
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd01800

       exit.

      *>=================================================================================
       2200-Descarrega-pd01800-ant section.

            open input pd01800-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD018.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd01800-ant next
            perform until not ws-OperationOK
                 initialize                     f01800-Product_Seihin
                 move a01800-Product_Seihin
                                                to f01800-Product_Seihin(1:length of a01800-Product_Seihin)
                 move f01800-Product_Seihin          to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd01800-ant next
            end-perform
            close pd01800-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd01900 section.

            string lnk-tmp-path "\" c-ThisProgram "_EFD050_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda sem os indices novos (status 39) e descarregado
            *> pelo layout anterior; a recarga grava o arquivo ja com eles
            string lnk-DataPath delimited   by "  " "\EFD050.DAT" into wid-pd05000
            open input pd05000
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd05000-ant
            else
                 if   ws-OperationOK
                      close pd05000
                 end-if
                 perform 9000-Open_Akeru-io-pd05000
                 perform 9000-Read_Yomu-pd05000-nex
                 perform until not ws-OperationOK
                      move f05000-mestre-Invoice_Seikyusho to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd05000-nex
                 end-perform
                 close pd05000
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd05000

       exit.

      *>=================================================================================
       2200-Descarrega-pd05000-ant section.

            open input pd05000-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD050.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd05000-ant next
            perform until not ws-OperationOK
                 initialize                     f05000-mestre-Invoice_Seikyusho
                 move a05000-CompanyCode                   to f05000-CompanyCode
                 move a05000-BranchCode                    to f05000-BranchCode
                 move a05000-Type-nota                     to f05000-Type-nota
                 move a05000-Number-documento              to f05000-Number-documento
                 move a05000-Series-documento              to f05000-Series-documento
                 move a05000-cd-destinatario               to f05000-cd-destinatario
                 move a05000-Seq                           to f05000-Seq
                 move a05000-data-operacao                 to f05000-data-operacao
                 move a05000-horario-operacao              to f05000-horario-operacao
                 move a05000-UserID-operacao               to f05000-UserID-operacao
                 move a05000-data-Exit_Deguchi             to f05000-data-Exit_Deguchi
                 move a05000-horario-Exit_Deguchi          to f05000-horario-Exit_Deguchi
                 move a05000-data-entrega                  to f05000-data-entrega
                 move a05000-horario-entrega               to f05000-horario-entrega
                 move a05000-base-icms                     to f05000-base-icms
                 move a05000-Value-icms                    to f05000-Value-icms
                 move a05000-base-icms-st                  to f05000-base-icms-st
                 move a05000-Value-icms-st                 to f05000-Value-icms-st
                 move a05000-Value-importacao              to f05000-Value-importacao
                 move a05000-Value-pis                     to f05000-Value-pis
                 move a05000-Value-total-produtos          to f05000-Value-total-produtos
                 move a05000-Value-frete                   to f05000-Value-frete
                 move a05000-Value-seguro                  to f05000-Value-seguro
                 move a05000-Value-desconto                to f05000-Value-desconto
                 move a05000-Value-outras-despesas         to f05000-Value-outras-despesas
                 move a05000-Value-ipi                     to f05000-Value-ipi
                 move a05000-Value-cofins                  to f05000-Value-cofins
                 move a05000-Value-total                   to f05000-Value-total
                 move a05000-StatusID                      to f05000-StatusID
                 move a05000-data-Cancel_Sakujo            to f05000-data-Cancel_Sakujo
                 move a05000-horario-Cancel_Sakujo         to f05000-horario-Cancel_Sakujo
                 move a05000-motivo-Cancel_Sakujo          to f05000-motivo-Cancel_Sakujo
                 move a05000-nr-impressoes                 to f05000-nr-impressoes
                 move a05000-Number-documento-origem       to f05000-Number-documento-origem
                 move a05000-Series-documento-origem       to f05000-Series-documento-origem
                 move a05000-chave-acesso                  to f05000-chave-acesso
                 move a05000-data-assinatura               to f05000-data-assinatura
                 move a05000-horario-assinatura            to f05000-horario-assinatura
                 move a05000-hash-assinatura               to f05000-hash-assinatura
                 move a05000-cd-vendedor                   to f05000-cd-vendedor
                 move a05000-cd-transportadora             to f05000-cd-transportadora
                 move a05000-placa-veiculo                 to f05000-placa-veiculo
                 move a05000-qtde-volumes                  to f05000-qtde-volumes
                 move a05000-peso-bruto                    to f05000-peso-bruto
                 move a05000-peso-liquido                  to f05000-peso-liquido
                 move a05000-cd-forma-pagamento            to f05000-cd-forma-pagamento
                 move a05000-Value-trib-aprox              to f05000-Value-trib-aprox
                 move a05000-id-email-enviado              to f05000-id-email-enviado
                 move a05000-arquivo-danfe                 to f05000-arquivo-danfe
                 move a05000-Name_Namae-recebedor          to f05000-Name_Namae-recebedor
                 move a05000-Value-difal                   to f05000-Value-difal
                 move a05000-uf-destino                    to f05000-uf-destino
                 move a05000-Value-iss                     to f05000-Value-iss
                 move a05000-Value-iss-retido              to f05000-Value-iss-retido
                 move a05000-id-devolucao                  to f05000-id-devolucao
                 move a05000-id-bonificacao                to f05000-id-bonificacao
                 move f05000-mestre-Invoice_Seikyusho   to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd05000-ant next
            end-perform
            close pd05000-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd05100 section.

            string lnk-tmp-path "\" c-ThisProgram "_EFD051_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD051.DAT" into wid-pd05100
            open input pd05100
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd05100-ant
            else
                 if   ws-OperationOK
                      close pd05100
                 end-if
                 perform 9000-Open_Akeru-io-pd05100
                 perform 9000-Read_Yomu-pd05100-nex
                 perform until not ws-OperationOK
                      move f05100-item-Invoice_Seikyusho  to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd05100-nex
                 end-perform
                 close pd05100
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd05100

       exit.

      *>=================================================================================
       2200-Descarrega-pd05100-ant section.

            open input pd05100-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD051.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd05100-ant next
            perform until not ws-OperationOK
                 initialize                     f05100-item-Invoice_Seikyusho
                 move a05100-item-Invoice_Seikyusho
                                                to f05100-item-Invoice_Seikyusho(1:length of a05100-item-Invoice_Seikyusho)
                 move f05100-item-Invoice_Seikyusho  to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd05100-ant next
            end-perform
            close pd05100-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd06000 section.

            string lnk-tmp-path "\" c-ThisProgram "_EFD024_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda sem os indices novos (status 39) e descarregado
            *> pelo layout anterior; a recarga grava o arquivo ja com eles
            string lnk-DataPath delimited   by "  " "\EFD024.DAT" into wid-pd02400
            open input pd02400
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd02400-ant
            else
                 if   ws-OperationOK
                      close pd02400
                 end-if
                 perform 9000-Open_Akeru-io-pd02400
                 perform 9000-Read_Yomu-pd02400-nex
                 perform until not ws-OperationOK
                      move f02400-Contas_Receber     to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd02400-nex
                 end-perform
                 close pd02400
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd02400

       exit.

      *>=================================================================================
       2200-Descarrega-pd02400-ant section.

            open input pd02400-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD024.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd02400-ant next
            perform until not ws-OperationOK
                 initialize                     f02400-Contas_Receber
                 move a02400-CompanyCode                   to f02400-CompanyCode
                 move a02400-BranchCode                    to f02400-BranchCode
                 move a02400-Type-nota                     to f02400-Type-nota
                 move a02400-Number-documento              to f02400-Number-documento
                 move a02400-Series-documento              to f02400-Series-documento
                 move a02400-Seq-parcela                   to f02400-Seq-parcela
                 move a02400-cd-cliente                    to f02400-cd-cliente
                 move a02400-data-emissao                  to f02400-data-emissao
                 move a02400-data-vencimento               to f02400-data-vencimento
                 move a02400-Value-total                   to f02400-Value-total
                 move a02400-Value-pago                    to f02400-Value-pago
                 move a02400-StatusID                      to f02400-StatusID
                 move a02400-data-baixa                    to f02400-data-baixa
                 move a02400-id-boleto                     to f02400-id-boleto
                 move a02400-Number-renegociacao           to f02400-Number-renegociacao
                 move a02400-Series-renegociacao           to f02400-Series-renegociacao
                 move f02400-Contas_Receber          to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd02400-ant next
            end-perform
            close pd02400-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd02450 section.

            string lnk-tmp-path "\" c-ThisProgram "_EFD02450_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD02450.DAT" into wid-pd02450
            open input pd02450
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd02450-ant
            else
                 if   ws-OperationOK
                      close pd02450
                 end-if
                 perform 9000-Open_Akeru-io-pd02450
                 perform 9000-Read_Yomu-pd02450-nex
                 perform until not ws-OperationOK
                      move f02450-Pagamento_Receber       to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd02450-nex
                 end-perform
                 close pd02450
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd02450

       exit.

      *>=================================================================================
       2200-Descarrega-pd02450-ant section.

            open input pd02450-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD02450.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd02450-ant next
            perform until not ws-OperationOK
                 initialize                     f02450-Pagamento_Receber
                 move a02450-Pagamento_Receber
                                                to f02450-Pagamento_Receber(1:length of a02450-Pagamento_Receber)
                 move f02450-Pagamento_Receber       to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd02450-ant next
            end-perform
            close pd02450-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd02500 section.


       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd02600 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD026_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD026.DAT" into wid-pd02600
            open input pd02600
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd02600-ant
            else
                 if   ws-OperationOK
                      close pd02600
                 end-if
                 perform 9000-Open_Akeru-io-pd02600
                 perform 9000-Read_Yomu-pd02600-nex
                 perform until not ws-OperationOK
                      move f02600-Contas_Pagar            to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd02600-nex
                 end-perform
                 close pd02600
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd02600

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f02600-Contas_Pagar
                 perform 9000-Write_Kaku-pd02600
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd02600

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD026.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd02600-ant section.

            open input pd02600-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD026.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd02600-ant next
            perform until not ws-OperationOK
                 initialize                     f02600-Contas_Pagar
                 move a02600-Contas_Pagar
                                                to f02600-Contas_Pagar(1:length of a02600-Contas_Pagar)
                 move f02600-Contas_Pagar            to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd02600-ant next
            end-perform
            close pd02600-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd02650 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD02650_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD02650.DAT" into wid-pd02650
            open input pd02650
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd02650-ant
            else
                 if   ws-OperationOK
                      close pd02650
                 end-if
                 perform 9000-Open_Akeru-io-pd02650
                 perform 9000-Read_Yomu-pd02650-nex
                 perform until not ws-OperationOK
                      move f02650-Pagamento_Pagar         to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd02650-nex
                 end-perform
                 close pd02650
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd02650

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f02650-Pagamento_Pagar
                 perform 9000-Write_Kaku-pd02650
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd02650

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD02650.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd02650-ant section.

            open input pd02650-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD02650.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd02650-ant next
            perform until not ws-OperationOK
                 initialize                     f02650-Pagamento_Pagar
                 move a02650-Pagamento_Pagar
                                                to f02650-Pagamento_Pagar(1:length of a02650-Pagamento_Pagar)
                 move f02650-Pagamento_Pagar         to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd02650-ant next
            end-perform
            close pd02650-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd03200 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD032_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD032.DAT" into wid-pd03200
            open input pd03200
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd03200-ant
            else
                 if   ws-OperationOK
                      close pd03200
                 end-if
                 perform 9000-Open_Akeru-io-pd03200
                 perform 9000-Read_Yomu-pd03200-nex
                 perform until not ws-OperationOK
                      move f03200-forma-pagamento         to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd03200-nex
                 end-perform
                 close pd03200
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd03200

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f03200-forma-pagamento
                 perform 9000-Write_Kaku-pd03200
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd03200

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD032.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd03200-ant section.

            open input pd03200-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD032.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd03200-ant next
            perform until not ws-OperationOK
                 initialize                     f03200-forma-pagamento
                 move a03200-forma-pagamento
                                                to f03200-forma-pagamento(1:length of a03200-forma-pagamento)
                 move f03200-forma-pagamento         to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd03200-ant next
            end-perform
            close pd03200-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd03300 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD033_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD033.DAT" into wid-pd03300
            open input pd03300
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd03300-ant
            else
                 if   ws-OperationOK
                      close pd03300
                 end-if
                 perform 9000-Open_Akeru-io-pd03300
                 perform 9000-Read_Yomu-pd03300-nex
                 perform until not ws-OperationOK
                      move f03300-codigo-fiscal           to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd03300-nex
                 end-perform
                 close pd03300
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd03300

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f03300-codigo-fiscal
                 perform 9000-Write_Kaku-pd03300
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd03300

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD033.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd03300-ant section.

            open input pd03300-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD033.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd03300-ant next
            perform until not ws-OperationOK
                 initialize                     f03300-codigo-fiscal
                 move a03300-codigo-fiscal
                                                to f03300-codigo-fiscal(1:length of a03300-codigo-fiscal)
                 move f03300-codigo-fiscal           to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd03300-ant next
            end-perform
            close pd03300-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd03600 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD036_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD036.DAT" into wid-pd03600
            open input pd03600
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd03600-ant
            else
                 if   ws-OperationOK
                      close pd03600
                 end-if
                 perform 9000-Open_Akeru-io-pd03600
                 perform 9000-Read_Yomu-pd03600-nex
                 perform until not ws-OperationOK
                      move f03600-armazem                 to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd03600-nex
                 end-perform
                 close pd03600
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd03600

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f03600-armazem
                 perform 9000-Write_Kaku-pd03600
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd03600

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD036.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd03600-ant section.

            open input pd03600-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD036.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd03600-ant next
            perform until not ws-OperationOK
                 initialize                     f03600-armazem
                 move a03600-armazem
                                                to f03600-armazem(1:length of a03600-armazem)
                 move f03600-armazem                 to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd03600-ant next
            end-perform
            close pd03600-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd03900 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD039_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD039.DAT" into wid-pd03900
            open input pd03900
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd03900-ant
            else
                 if   ws-OperationOK
                      close pd03900
                 end-if
                 perform 9000-Open_Akeru-io-pd03900
                 perform 9000-Read_Yomu-pd03900-nex
                 perform until not ws-OperationOK
                      move f03900-config-cobranca         to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd03900-nex
                 end-perform
                 close pd03900
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd03900

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f03900-config-cobranca
                 perform 9000-Write_Kaku-pd03900
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd03900

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD039.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd03900-ant section.

            open input pd03900-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD039.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd03900-ant next
            perform until not ws-OperationOK
                 initialize                     f03900-config-cobranca
                 move a03900-config-cobranca
                                                to f03900-config-cobranca(1:length of a03900-config-cobranca)
                 move f03900-config-cobranca         to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd03900-ant next
            end-perform
            close pd03900-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd06100 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD061_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD061.DAT" into wid-pd06100
            open input pd06100
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd06100-ant
            else
                 if   ws-OperationOK
                      close pd06100
                 end-if
                 perform 9000-Open_Akeru-io-pd06100
                 perform 9000-Read_Yomu-pd06100-nex
                 perform until not ws-OperationOK
                      move f06100-Stock_Material          to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd06100-nex
                 end-perform
                 close pd06100
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd06100

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f06100-Stock_Material
                 perform 9000-Write_Kaku-pd06100
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd06100

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD061.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
      *> Saldo anterior ao controle de material de terceiros: o
      *> fornecedor entra na chave e o saldo existente e proprio (zero)
       2200-Descarrega-pd06100-ant section.

            open input pd06100-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD061.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd06100-ant next
            perform until not ws-OperationOK
                 initialize                     f06100-Stock_Material
                 move a06100-CompanyCode            to f06100-CompanyCode
                 move a06100-BranchCode             to f06100-BranchCode
                 move a06100-cd-material            to f06100-cd-material
                 move a06100-ArmazemCode            to f06100-ArmazemCode
                 move zeros                         to f06100-cd-fornecedor
                 move a06100-qtde-disponivel        to f06100-qtde-disponivel
                 move a06100-qtde-reservada         to f06100-qtde-reservada
                 move a06100-qtde-minima            to f06100-qtde-minima
                 move a06100-qtde-maxima            to f06100-qtde-maxima
                 move a06100-custo-medio            to f06100-custo-medio
                 move f06100-Stock_Material          to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd06100-ant next
            end-perform
            close pd06100-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd07100 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD071_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD071.DAT" into wid-pd07100
            open input pd07100
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd07100-ant
            else
                 if   ws-OperationOK
                      close pd07100
                 end-if
                 perform 9000-Open_Akeru-io-pd07100
                 perform 9000-Read_Yomu-pd07100-nex
                 perform until not ws-OperationOK
                      move f07100-item-Pedido_Compra      to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd07100-nex
                 end-perform
                 close pd07100
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd07100

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f07100-item-Pedido_Compra
                 perform 9000-Write_Kaku-pd07100
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd07100

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD071.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd07100-ant section.

            open input pd07100-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD071.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd07100-ant next
            perform until not ws-OperationOK
                 initialize                     f07100-item-Pedido_Compra
                 move a07100-item-Pedido_Compra
                                                to f07100-item-Pedido_Compra(1:length of a07100-item-Pedido_Compra)
                 move f07100-item-Pedido_Compra      to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd07100-ant next
            end-perform
            close pd07100-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd07200 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD072_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD072.DAT" into wid-pd07200
            open input pd07200
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd07200-ant
            else
                 if   ws-OperationOK
                      close pd07200
                 end-if
                 perform 9000-Open_Akeru-io-pd07200
                 perform 9000-Read_Yomu-pd07200-nex
                 perform until not ws-OperationOK
                      move f07200-Ordem_Producao          to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd07200-nex
                 end-perform
                 close pd07200
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd07200

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f07200-Ordem_Producao
                 perform 9000-Write_Kaku-pd07200
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd07200

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD072.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd07200-ant section.

            open input pd07200-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD072.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd07200-ant next
            perform until not ws-OperationOK
                 initialize                     f07200-Ordem_Producao
                 move a07200-Ordem_Producao
                                                to f07200-Ordem_Producao(1:length of a07200-Ordem_Producao)
                 move f07200-Ordem_Producao          to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd07200-ant next
            end-perform
            close pd07200-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd08600 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD086_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD086.DAT" into wid-pd08600
            open input pd08600
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd08600-ant
            else
                 if   ws-OperationOK
                      close pd08600
                 end-if
                 perform 9000-Open_Akeru-io-pd08600
                 perform 9000-Read_Yomu-pd08600-nex
                 perform until not ws-OperationOK
                      move f08600-Job_Batch               to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd08600-nex
                 end-perform
                 close pd08600
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd08600

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f08600-Job_Batch
                 perform 9000-Write_Kaku-pd08600
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd08600

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD086.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd08600-ant section.

            open input pd08600-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD086.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd08600-ant next
            perform until not ws-OperationOK
                 initialize                     f08600-Job_Batch
                 move a08600-Job_Batch
                                                to f08600-Job_Batch(1:length of a08600-Job_Batch)
                 move f08600-Job_Batch               to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd08600-ant next
            end-perform
            close pd08600-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd09000 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD090_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD090.DAT" into wid-pd09000
            open input pd09000
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd09000-ant
            else
                 if   ws-OperationOK
                      close pd09000
                 end-if
                 perform 9000-Open_Akeru-io-pd09000
                 perform 9000-Read_Yomu-pd09000-nex
                 perform until not ws-OperationOK
                      move f09000-boleto                  to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd09000-nex
                 end-perform
                 close pd09000
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd09000

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f09000-boleto
                 perform 9000-Write_Kaku-pd09000
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd09000

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD090.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd09000-ant section.

            open input pd09000-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD090.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd09000-ant next
            perform until not ws-OperationOK
                 initialize                     f09000-boleto
                 move a09000-boleto
                                                to f09000-boleto(1:length of a09000-boleto)
                 move f09000-boleto                  to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd09000-ant next
            end-perform
            close pd09000-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd09600 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD096_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD096.DAT" into wid-pd09600
            open input pd09600
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd09600-ant
            else
                 if   ws-OperationOK
                      close pd09600
                 end-if
                 perform 9000-Open_Akeru-io-pd09600
                 perform 9000-Read_Yomu-pd09600-nex
                 perform until not ws-OperationOK
                      move f09600-Extrato_Banco           to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd09600-nex
                 end-perform
                 close pd09600
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd09600

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f09600-Extrato_Banco
                 perform 9000-Write_Kaku-pd09600
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd09600

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD096.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd09600-ant section.

            open input pd09600-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD096.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd09600-ant next
            perform until not ws-OperationOK
                 initialize                     f09600-Extrato_Banco
                 move a09600-Extrato_Banco
                                                to f09600-Extrato_Banco(1:length of a09600-Extrato_Banco)
                 move f09600-Extrato_Banco           to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd09600-ant next
            end-perform
            close pd09600-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd09700 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD097_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD097.DAT" into wid-pd09700
            open input pd09700
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd09700-ant
            else
                 if   ws-OperationOK
                      close pd09700
                 end-if
                 perform 9000-Open_Akeru-io-pd09700
                 perform 9000-Read_Yomu-pd09700-nex
                 perform until not ws-OperationOK
                      move f09700-Cobranca_Pix            to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd09700-nex
                 end-perform
                 close pd09700
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd09700

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f09700-Cobranca_Pix
                 perform 9000-Write_Kaku-pd09700
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd09700

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD097.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd09700-ant section.

            open input pd09700-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD097.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd09700-ant next
            perform until not ws-OperationOK
                 initialize                     f09700-Cobranca_Pix
                 move a09700-Cobranca_Pix
                                                to f09700-Cobranca_Pix(1:length of a09700-Cobranca_Pix)
                 move f09700-Cobranca_Pix            to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd09700-ant next
            end-perform
            close pd09700-ant

       exit.

      *>=================================================================================
       2100-Backup_Rebuild-pd11300 section.

            move zeros                         to ws-contador-Registros
            string lnk-tmp-path "\" c-ThisProgram "_EFD113_" ws-data-inv "_" ws-Hours ".BKP" delimited by "  " into wid-arq-bkp
            open output arq-bkp

            *> Arquivo ainda no layout anterior (status 39) e descarregado
            *> pelo registro anterior; a recarga grava o layout atual
            string lnk-DataPath delimited   by "  " "\EFD113.DAT" into wid-pd11300
            open input pd11300
            if   ws-AccessResult equal "39"
                 perform 2200-Descarrega-pd11300-ant
            else
                 if   ws-OperationOK
                      close pd11300
                 end-if
                 perform 9000-Open_Akeru-io-pd11300
                 perform 9000-Read_Yomu-pd11300-nex
                 perform until not ws-OperationOK
                      move f11300-Adiantamento            to rs-arq-bkp
                      write rs-arq-bkp
                      add  1                    to ws-contador-Registros
                      perform 9000-Read_Yomu-pd11300-nex
                 end-perform
                 close pd11300
            end-if
            close arq-bkp

            perform 9000-Open_Akeru-o-pd11300

            open input arq-bkp
            read arq-bkp next
            perform until not ws-OperationOK
                 move rs-arq-bkp                to f11300-Adiantamento
                 perform 9000-Write_Kaku-pd11300
                 read arq-bkp next
            end-perform
            close arq-bkp
            close pd11300

            move ws-contador-Registros          to ws-contador-Registros-x
            display "EFD113.DAT ....: " ws-contador-Registros-x " registro(s)"
            add  1                              to ws-total-Arquivos

       exit.

      *>=================================================================================
       2200-Descarrega-pd11300-ant section.

            open input pd11300-ant
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu EFD113.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            read pd11300-ant next
            perform until not ws-OperationOK
                 initialize                     f11300-Adiantamento
                 move a11300-Adiantamento
                                                to f11300-Adiantamento(1:length of a11300-Adiantamento)
                 move f11300-Adiantamento            to rs-arq-bkp
                 write rs-arq-bkp
                 add  1                         to ws-contador-Registros
                 read pd11300-ant next
            end-perform
            close pd11300-ant

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

       copy CSR02400.cpy.
       copy CSR02450.cpy.
       copy CSR02500.cpy.
       copy CSR02600.cpy.
       copy CSR02650.cpy.
       copy CSR03200.cpy.
       copy CSR03300.cpy.
       copy CSR03600.cpy.
       copy CSR03900.cpy.
       copy CSR06100.cpy.
       copy CSR07100.cpy.
       copy CSR07200.cpy.
       copy CSR08600.cpy.
       copy CSR09000.cpy.
       copy CSR09600.cpy.
       copy CSR09700.cpy.
       copy CSR11300.cpy.

       copy CSP00900.cpy.
