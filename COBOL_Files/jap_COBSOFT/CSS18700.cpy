           select pd18700 assign to disk wid-pd18700
                organization        is indexed
                access mode         is dynamic
                record key          is f18700-chave =
                                       f18700-CompanyCode
                                       f18700-BranchCode
                                       f18700-UserID
                                       f18700-ProfileCode
                                       f18700-cd-regra
                                       f18700-data-liberacao
                                       f18700-Time-liberacao
                alternate key       is f18700-chave-1 =
                                       f18700-cd-regra
                                       f18700-data-liberacao
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
