           select pd15700 assign to disk wid-pd15700
                organization        is indexed
                access mode         is dynamic
                record key          is f15700-chave =
                                       f15700-CompanyCode
                                       f15700-BranchCode
                                       f15700-Number-cotacao
                                       f15700-Seq-item
                lock mode           is manual
                file status         is ws-AccessResult.
