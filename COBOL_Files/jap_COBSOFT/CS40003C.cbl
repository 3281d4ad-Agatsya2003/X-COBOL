
       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW13900.cpy.

       01   ws-WorkFields.
            03 wid-arqxml                          pic x(200).
                  07 ws-item-qtde                  pic 9(06)v9(04).
                  07 ws-item-Value-unitario        pic 9(09)v9(02).

      *> Chamada direta pela Manifestacao do Destinatario (CS40015C)
       01   lk-Parameters-importacao.
            03 lk-origem-importacao                pic x(04).
               88 lk-importacao-dfe                    value "DFE ".
            03 lk-Name-arquivo-xml                 pic x(60).

       01   f-Importacao.
            03 f-Name-arquivo-xml                  pic x(60).
            03 f-cd-fornecedor                     pic 9(09).

            initialize                             wf-FrameOptions

            move lnk-Line_Gyou-comando              to lk-Parameters-importacao

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd01900
      *>=================================================================================
       2000-Processing_Shori section.

            *> Nota confirmada na manifestacao: importa o XML informado e
            *> devolve o resultado em lnk-status
            if   lk-importacao-dfe
                 set  lnk-WithErrors                to true
                 perform 2100-Importar
                 set wf-Frame_Furemu-Return_Modoru  to true
                 exit section
            end-if

             perform until wf-Frame_Furemu-Return_Modoru

                 evaluate wf-Frame_Furemu

            perform 8000-ClearScreen

            if   lk-importacao-dfe
                 move lk-Name-arquivo-xml           to f-Name-arquivo-xml
                 perform 8000-Screen_Gamen
            end-if

            perform until f-Name-arquivo-xml <> spaces or ws-tecla-Cancela
                 accept f-Name-arquivo-xml at line 11 col 34 with update auto-skip
            end-perform

            set  ws-documento-inedito              to true

            *> Somente os documentos do fornecedor, pelo destinatario (chave-1)
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move f-cd-fornecedor                    to f05000-cd-destinatario
            move zeros                              to f05000-data-operacao
            perform 9000-str-pd05000-nlss-1
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode      not equal lnk-CompanyCode
                       or f05000-cd-destinatario not equal f-cd-fornecedor

                 if   f05000-BranchCode equal lnk-BranchCode
                 and  f05000-nota-entrada
                 and  f05000-Number-documento-origem equal f-Number-documento
                 and  f05000-Series-documento-origem  equal f-Series-documento
                      set ws-documento-duplicado    to true

            perform 9000-gravar-Contas_Pagar

            if   lk-importacao-dfe
                 set  lnk-sem-erros                 to true
            end-if

            string "Nota de Entrada [" f-Number-documento "/" f-Series-documento "] importada com sucesso!" into ws-Message_Messeji
            perform 9000-Message_Messeji

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
