           select pd18300 assign to disk wid-pd18300
                organization        is indexed
                access mode         is dynamic
                record key          is f18300-chave =
                                       f18300-CompanyCode
                                       f18300-BranchCode
                                       f18300-cd-cliente
                                       f18300-Seq
                alternate key       is f18300-chave-1 =
                                       f18300-CompanyCode
                                       f18300-BranchCode
                                       f18300-id-situacao-promessa
                                       f18300-data-promessa
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
