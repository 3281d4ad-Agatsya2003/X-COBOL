           select pd15900 assign to disk wid-pd15900
                organization        is indexed
                access mode         is dynamic
                record key          is f15900-chave =
                                       f15900-CompanyCode
                                       f15900-BranchCode
                                       f15900-cd-fornecedor
                                       f15900-competencia
                alternate key       is f15900-chave-1 =
                                       f15900-CompanyCode
                                       f15900-BranchCode
                                       f15900-competencia
                                       f15900-cd-fornecedor
                lock mode           is manual
                file status         is ws-AccessResult.
