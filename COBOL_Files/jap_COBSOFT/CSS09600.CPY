                                       f09600-StatusID
                                       f09600-Seq-lancamento
                                       with duplicates
                alternate key       is f09600-chave-2 =
                                       f09600-CompanyCode
                                       f09600-BranchCode
                                       f09600-cd-conta-bancaria
                                       f09600-data-lancamento
                                       f09600-Seq-lancamento
                lock mode           is manual
                file status         is ws-AccessResult.
