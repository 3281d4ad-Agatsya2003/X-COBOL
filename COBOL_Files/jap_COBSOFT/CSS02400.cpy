                                       f02400-StatusID
                                       f02400-cd-cliente
                                       with duplicates
                alternate key       is f02400-chave-2 =
                                       f02400-CompanyCode
                                       f02400-BranchCode
                                       f02400-data-vencimento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
