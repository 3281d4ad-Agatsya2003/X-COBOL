           select pd12600 assign to disk wid-pd12600
                organization        is indexed
                access mode         is dynamic
                record key          is f12600-chave =
                                       f12600-CompanyCode
                                       f12600-BranchCode
                                       f12600-chave-nfe
                alternate key       is f12600-chave-1 =
                                       f12600-CompanyCode
                                       f12600-BranchCode
                                       f12600-StatusID
                                       f12600-data-emissao
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
