           select pd16300 assign to disk wid-pd16300
                organization        is indexed
                access mode         is dynamic
                record key          is f16300-chave =
                                       f16300-CompanyCode
                                       f16300-BranchCode
                                       f16300-Number-ordem-ind
                alternate key       is f16300-chave-1 =
                                       f16300-CompanyCode
                                       f16300-BranchCode
                                       f16300-Number-ordem
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
