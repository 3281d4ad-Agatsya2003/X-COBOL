           select pd14700 assign to disk wid-pd14700
                organization        is indexed
                access mode         is dynamic
                record key          is f14700-chave =
                                       f14700-CompanyCode
                                       f14700-BranchCode
                                       f14700-linha-digitavel
                alternate key       is f14700-chave-1 =
                                       f14700-CompanyCode
                                       f14700-BranchCode
                                       f14700-StatusID
                                       f14700-data-vencimento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
