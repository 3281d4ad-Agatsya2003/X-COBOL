                                       f05000-Type-nota
                                       f05000-Number-documento
                                       f05000-Series-documento
                alternate key       is f05000-chave-1 =
                                       f05000-CompanyCode
                                       f05000-cd-destinatario
                                       f05000-data-operacao
                                       with duplicates
                alternate key       is f05000-chave-2 =
                                       f05000-CompanyCode
                                       f05000-BranchCode
                                       f05000-data-operacao
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
