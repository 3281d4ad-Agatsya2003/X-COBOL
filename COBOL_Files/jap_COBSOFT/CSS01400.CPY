                                       f01400-CompanyCode
                                       f01400-BranchCode
                                       f01400-cgc
                    with duplicates
                alternate key       is f01400-chave-2 =
                                       f01400-CompanyCode
                                       f01400-BranchCode
                                       f01400-id-Street_Jusho
                    with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.

