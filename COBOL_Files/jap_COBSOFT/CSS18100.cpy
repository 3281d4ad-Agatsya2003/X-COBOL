           select pd18100 assign to disk wid-pd18100
                organization        is indexed
                access mode         is dynamic
                record key          is f18100-chave =
                                       f18100-CompanyCode
                                       f18100-BranchCode
                                       f18100-cd-categoria
                lock mode           is manual
                file status         is ws-AccessResult.
