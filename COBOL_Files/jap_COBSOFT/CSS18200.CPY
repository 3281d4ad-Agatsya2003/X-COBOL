           select pd18200 assign to disk wid-pd18200
                organization        is indexed
                access mode         is dynamic
                record key          is f18200-chave =
                                       f18200-CompanyCode
                                       f18200-BranchCode
                                       f18200-cd-cliente
                                       f18200-Seq
                alternate key       is f18200-chave-1 =
                                       f18200-CompanyCode
                                       f18200-BranchCode
                                       f18200-cpf
                                       with duplicates
                alternate key       is f18200-chave-2 =
                                       f18200-CompanyCode
                                       f18200-BranchCode
                                       f18200-data-movimento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
