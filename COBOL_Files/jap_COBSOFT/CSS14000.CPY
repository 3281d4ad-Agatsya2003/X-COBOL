           select pd14000 assign to disk wid-pd14000
                organization        is indexed
                access mode         is dynamic
                record key          is f14000-chave =
                                       f14000-CompanyCode
                                       f14000-BranchCode
                                       f14000-cd-centro-custo
                lock mode           is manual
                file status         is ws-AccessResult.
