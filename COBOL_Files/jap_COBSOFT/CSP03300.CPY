      *>=================================================================================
      *> cClassTrib e aliquotas de IBS/CBS vem do cadastro do CFOP; quando o
      *> CFOP nao traz classificacao vale a do CST. Sem aliquota cadastrada
      *> aplicam-se as aliquotas do ano de teste
       9000-calcula-ibs-cbs-item section.

            move spaces                            to wf05100-cd-class-trib
            move zeros                             to wf05100-aliq-ibs
                                                      wf05100-aliq-cbs

            initialize                             f03300-codigo-fiscal
            move lnk-CompanyCode                    to f03300-CompanyCode
            move lnk-BranchCode                     to f03300-BranchCode
            set  f03300-codigo-cfop                to true
            move wf05100-cfop                      to f03300-cd-codigo
            perform 9000-Read_Yomu-pd03300-ran
            if   ws-OperationOK
            and  f03300-cd-class-trib not equal spaces
                 move f03300-cd-class-trib         to wf05100-cd-class-trib
                 move f03300-aliq-ibs              to wf05100-aliq-ibs
                 move f03300-aliq-cbs              to wf05100-aliq-cbs
            else
                 initialize                        f03300-codigo-fiscal
                 move lnk-CompanyCode               to f03300-CompanyCode
                 move lnk-BranchCode                to f03300-BranchCode
                 set  f03300-codigo-cst            to true
                 move wf05100-cst                  to f03300-cd-codigo
                 perform 9000-Read_Yomu-pd03300-ran
                 if   ws-OperationOK
                      move f03300-cd-class-trib    to wf05100-cd-class-trib
                      move f03300-aliq-ibs         to wf05100-aliq-ibs
                      move f03300-aliq-cbs         to wf05100-aliq-cbs
                 end-if
            end-if

            if   wf05100-aliq-ibs equal zeros
            and  wf05100-aliq-cbs equal zeros
                 move c-aliq-ibs-padrao            to wf05100-aliq-ibs
                 move c-aliq-cbs-padrao            to wf05100-aliq-cbs
            end-if

            move wf05100-base-icms                 to wf05100-base-ibs-cbs

            compute wf05100-Value-ibs rounded =
                    wf05100-base-ibs-cbs * wf05100-aliq-ibs / 100
            compute wf05100-Value-cbs rounded =
                    wf05100-base-ibs-cbs * wf05100-aliq-cbs / 100

       exit.
