           select pd14400 assign to disk wid-pd14400
                organization        is indexed
                access mode         is dynamic
                record key          is f14400-chave =
                                       f14400-CompanyCode
                                       f14400-BranchCode
                                       f14400-cd-tributo
                lock mode           is manual
                file status         is ws-AccessResult.
