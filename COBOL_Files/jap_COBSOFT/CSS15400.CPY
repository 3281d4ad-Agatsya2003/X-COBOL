           select pd15400 assign to disk wid-pd15400
                organization        is indexed
                access mode         is dynamic
                record key          is f15400-chave =
                                       f15400-CompanyCode
                                       f15400-BranchCode
                                       f15400-Seq-faixa
                lock mode           is manual
                file status         is ws-AccessResult.
