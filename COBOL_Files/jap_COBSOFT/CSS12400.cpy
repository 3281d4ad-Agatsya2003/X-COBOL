           select pd12400 assign to disk wid-pd12400
                organization        is indexed
                access mode         is dynamic
                record key          is f12400-chave =
                                       f12400-CompanyCode
                                       f12400-BranchCode
                                       f12400-chave-cte
                alternate key       is f12400-chave-1 =
                                       f12400-CompanyCode
                                       f12400-BranchCode
                                       f12400-StatusID
                                       f12400-cd-transportadora
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
