           select pd13700 assign to disk wid-pd13700
                organization        is indexed
                access mode         is dynamic
                record key          is f13700-chave =
                                       f13700-CompanyCode
                                       f13700-BranchCode
                                       f13700-cd-conta
                alternate key       is f13700-chave-1 =
                                       f13700-CompanyCode
                                       f13700-BranchCode
                                       f13700-cd-conta-superior
                                       f13700-cd-conta
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
