           select pd13300 assign to disk wid-pd13300
                organization        is indexed
                access mode         is dynamic
                record key          is f13300-chave =
                                       f13300-CompanyCode
                                       f13300-BranchCode
                                       f13300-Number-documento
                                       f13300-Series-documento
                alternate key       is f13300-chave-1 =
                                       f13300-CompanyCode
                                       f13300-BranchCode
                                       f13300-cd-cliente
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
