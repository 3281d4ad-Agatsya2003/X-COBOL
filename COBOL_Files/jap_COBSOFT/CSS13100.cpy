           select pd13100 assign to disk wid-pd13100
                organization        is indexed
                access mode         is dynamic
                record key          is f13100-chave =
                                       f13100-CompanyCode
                                       f13100-BranchCode
                                       f13100-Number-documento
                                       f13100-Series-documento
                alternate key       is f13100-chave-1 =
                                       f13100-CompanyCode
                                       f13100-BranchCode
                                       f13100-Number-di
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
