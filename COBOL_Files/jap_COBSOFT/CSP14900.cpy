      *>=================================================================================
      *> Item de bordero ainda em aberto da parcela em f02400: deixa o item
      *> em f14900 e ws-item-localizado ligado quando encontrado
       9000-localiza-item-bordero section.

            set  ws-item-nao-localizado             to true
            initialize                             f14900-Item_Bordero
            move f02400-CompanyCode                 to f14900-CompanyCode
            move f02400-BranchCode                  to f14900-BranchCode
            move f02400-Type-nota                   to f14900-Type-nota
            move f02400-Number-documento            to f14900-Number-documento
            move f02400-Series-documento            to f14900-Series-documento
            move f02400-Seq-parcela                 to f14900-Seq-parcela
            perform 9000-str-pd14900-nlss-1
            perform 9000-Read_Yomu-pd14900-nex
            perform until not ws-OperationOK
                       or f14900-CompanyCode       not equal f02400-CompanyCode
                       or f14900-BranchCode        not equal f02400-BranchCode
                       or f14900-Type-nota         not equal f02400-Type-nota
                       or f14900-Number-documento  not equal f02400-Number-documento
                       or f14900-Series-documento  not equal f02400-Series-documento
                       or f14900-Seq-parcela       not equal f02400-Seq-parcela
                       or ws-item-localizado
                 if   f14900-item-em-aberto
                      set  ws-item-localizado       to true
                 else
                      perform 9000-Read_Yomu-pd14900-nex
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Sem nenhuma parcela em aberto o bordero deixa de ser responsabilidade
       9000-encerra-bordero section.

            move f14900-Number-bordero              to ws-Number-bordero

            set  ws-item-nao-localizado             to true
            initialize                             f14900-Item_Bordero
            move lnk-CompanyCode                    to f14900-CompanyCode
            move lnk-BranchCode                     to f14900-BranchCode
            move ws-Number-bordero                  to f14900-Number-bordero
            perform 9000-str-pd14900-nlss
            perform 9000-Read_Yomu-pd14900-nex
            perform until not ws-OperationOK
                       or f14900-CompanyCode     not equal lnk-CompanyCode
                       or f14900-BranchCode      not equal lnk-BranchCode
                       or f14900-Number-bordero  not equal ws-Number-bordero
                       or ws-item-localizado
                 if   f14900-item-em-aberto
                      set  ws-item-localizado       to true
                 else
                      perform 9000-Read_Yomu-pd14900-nex
                 end-if
            end-perform

            if   ws-item-localizado
                 exit section
            end-if

            initialize                             f14800-Bordero_Desconto
            move lnk-CompanyCode                    to f14800-CompanyCode
            move lnk-BranchCode                     to f14800-BranchCode
            move ws-Number-bordero                  to f14800-Number-bordero
            perform 9000-Read_Yomu-pd14800-ran
            if   ws-OperationOK
                 set  f14800-bordero-encerrado      to true
                 perform 9000-Rewrite_Kakinaosu-pd14800
            end-if

       exit.
