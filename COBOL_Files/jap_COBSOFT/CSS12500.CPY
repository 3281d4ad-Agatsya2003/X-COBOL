           select pd12500 assign to disk wid-pd12500
                organization        is indexed
                access mode         is dynamic
                record key          is f12500-chave =
                                       f12500-CompanyCode
                                       f12500-BranchCode
                                       f12500-chave-cte
                                       f12500-Seq
                alternate key       is f12500-chave-1 =
                                       f12500-CompanyCode
                                       f12500-BranchCode
                                       f12500-chave-nfe
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
