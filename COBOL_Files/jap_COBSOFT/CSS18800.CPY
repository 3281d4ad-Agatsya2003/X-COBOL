           select pd18800 assign to disk wid-pd18800
                organization        is indexed
                access mode         is dynamic
                record key          is f18800-chave =
                                       f18800-CompanyCode
                                       f18800-BranchCode
                                       f18800-Seq-liberacao
                alternate key       is f18800-chave-1 =
                                       f18800-CompanyCode
                                       f18800-BranchCode
                                       f18800-StatusID
                                       f18800-Seq-liberacao
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
