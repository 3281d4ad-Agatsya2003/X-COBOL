           select pd18900 assign to disk wid-pd18900
                organization        is indexed
                access mode         is dynamic
                record key          is f18900-chave =
                                       f18900-CompanyCode
                                       f18900-BranchCode
                                       f18900-Type-fila
                                       f18900-nivel
                lock mode           is manual
                file status         is ws-AccessResult.
