           select pd18500 assign to disk wid-pd18500
                organization        is indexed
                access mode         is dynamic
                record key          is f18500-chave =
                                       f18500-CompanyCode
                                       f18500-BranchCode
                                       f18500-ProductCode
                                       f18500-competencia
                alternate key       is f18500-chave-1 =
                                       f18500-CompanyCode
                                       f18500-BranchCode
                                       f18500-competencia
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
