               05 ws-doc-Type-nota                 pic 9(02).
               05 ws-doc-Number-documento          pic 9(09).
               05 ws-doc-Series-documento           pic x(03).
            03 ws-doc-data-operacao                pic 9(08).
            03 ws-chave-titulo.
               05 ws-tit-Type-nota                 pic 9(02).
               05 ws-tit-Number-documento          pic 9(09).
      *> trocam por Delete e Write
       2300-unifica-documentos section.

            *> Somente os documentos do duplicado, pelo destinatario (chave-1)
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move f-cd-duplicado                     to f05000-cd-destinatario
            move zeros                              to f05000-data-operacao
            perform 9000-str-pd05000-nlss-1
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode      not equal lnk-CompanyCode
                       or f05000-cd-destinatario not equal f-cd-duplicado

                 if   f05000-BranchCode equal lnk-BranchCode

                      add 1                         to ws-qtde-documentos

                      move f05000-Series-documento   to ws-doc-Series-documento

                      if   ws-modo-efetivacao
                           move f05000-data-operacao to ws-doc-data-operacao
                           move f-cd-sobrevivente   to f05000-cd-destinatario
                           perform 9000-Rewrite_Kakinaosu-pd05000

                           perform 2400-unifica-itens-documento

                           *> O documento reapontado sai da faixa do
                           *> duplicado: a varredura recomeca na data dele
                           initialize               f05000-mestre-Invoice_Seikyusho
                           move lnk-CompanyCode      to f05000-CompanyCode
                           move f-cd-duplicado       to f05000-cd-destinatario
                           move ws-doc-data-operacao to f05000-data-operacao
                           perform 9000-str-pd05000-nlss-1
                      else
                           *> A simulacao tambem conta os itens da nota
                           perform 2400-conta-itens-documento
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
