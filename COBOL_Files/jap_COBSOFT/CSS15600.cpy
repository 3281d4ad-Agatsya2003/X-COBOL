           select pd15600 assign to disk wid-pd15600
                organization        is indexed
                access mode         is dynamic
                record key          is f15600-chave =
                                       f15600-CompanyCode
                                       f15600-BranchCode
                                       f15600-Number-cotacao
                lock mode           is manual
                file status         is ws-AccessResult.
