           select pd14200 assign to disk wid-pd14200
                organization        is indexed
                access mode         is dynamic
                record key          is f14200-chave =
                                       f14200-CompanyCode
                                       f14200-BranchCode
                                       f14200-cd-conta-bancaria
                lock mode           is manual
                file status         is ws-AccessResult.
