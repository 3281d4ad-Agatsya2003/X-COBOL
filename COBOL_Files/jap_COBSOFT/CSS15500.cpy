           select pd15500 assign to disk wid-pd15500
                organization        is indexed
                access mode         is dynamic
                record key          is f15500-chave =
                                       f15500-CompanyCode
                                       f15500-BranchCode
                                       f15500-Number-requisicao
                alternate key       is f15500-chave-1 =
                                       f15500-CompanyCode
                                       f15500-BranchCode
                                       f15500-StatusID
                                       f15500-Number-requisicao
                alternate key       is f15500-chave-2 =
                                       f15500-CompanyCode
                                       f15500-BranchCode
                                       f15500-Number-pedido
                                       f15500-Seq-item-pedido
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
