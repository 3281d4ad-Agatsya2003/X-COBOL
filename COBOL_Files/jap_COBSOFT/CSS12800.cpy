           select pd12800 assign to disk wid-pd12800
                organization        is indexed
                access mode         is dynamic
                record key          is f12800-chave =
                                       f12800-CompanyCode
                                       f12800-BranchCode
                                       f12800-Number-ativo
                                       f12800-competencia
                alternate key       is f12800-chave-1 =
                                       f12800-CompanyCode
                                       f12800-BranchCode
                                       f12800-competencia
                                       f12800-Number-ativo
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
