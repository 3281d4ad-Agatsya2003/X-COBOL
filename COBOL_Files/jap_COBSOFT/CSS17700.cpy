           select pd17700 assign to disk wid-pd17700
                organization        is indexed
                access mode         is dynamic
                record key          is f17700-chave =
                                       f17700-CompanyCode
                                       f17700-BranchCode
                                       f17700-ncm-prefixo
                                       f17700-cest
                alternate key       is f17700-chave-1 =
                                       f17700-CompanyCode
                                       f17700-BranchCode
                                       f17700-cest
                                       f17700-ncm-prefixo
                lock mode           is manual
                file status         is ws-AccessResult.
