           select pd15800 assign to disk wid-pd15800
                organization        is indexed
                access mode         is dynamic
                record key          is f15800-chave =
                                       f15800-CompanyCode
                                       f15800-BranchCode
                                       f15800-Number-cotacao
                                       f15800-Seq-item
                                       f15800-cd-fornecedor
                lock mode           is manual
                file status         is ws-AccessResult.
