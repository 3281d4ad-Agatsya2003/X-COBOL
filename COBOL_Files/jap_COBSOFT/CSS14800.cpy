           select pd14800 assign to disk wid-pd14800
                organization        is indexed
                access mode         is dynamic
                record key          is f14800-chave =
                                       f14800-CompanyCode
                                       f14800-BranchCode
                                       f14800-Number-bordero
                lock mode           is manual
                file status         is ws-AccessResult.
