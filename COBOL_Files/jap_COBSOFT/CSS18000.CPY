           select pd18000 assign to disk wid-pd18000
                organization        is indexed
                access mode         is dynamic
                record key          is f18000-chave =
                                       f18000-CompanyCode
                                       f18000-BranchCode
                                       f18000-Type-parceiro
                                       f18000-cd-parceiro
                                       f18000-ProductCode
                                       f18000-Seq
                lock mode           is manual
                file status         is ws-AccessResult.
