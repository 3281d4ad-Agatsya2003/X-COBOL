           select pd12700 assign to disk wid-pd12700
                organization        is indexed
                access mode         is dynamic
                record key          is f12700-chave =
                                       f12700-CompanyCode
                                       f12700-BranchCode
                                       f12700-Number-ativo
                alternate key       is f12700-chave-1 =
                                       f12700-CompanyCode
                                       f12700-BranchCode
                                       f12700-StatusID
                                       f12700-Number-ativo
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
