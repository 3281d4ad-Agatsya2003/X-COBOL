           select pd19000 assign to disk wid-pd19000
                organization        is indexed
                access mode         is dynamic
                record key          is f19000-chave =
                                       f19000-CompanyCode
                                       f19000-BranchCode
                                       f19000-Type-fila
                                       f19000-chave-item
                                       f19000-nivel
                lock mode           is manual
                file status         is ws-AccessResult.
