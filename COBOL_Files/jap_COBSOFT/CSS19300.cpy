           select pd19300 assign to disk wid-pd19300
                organization        is indexed
                access mode         is dynamic
                record key          is f19300-chave =
                                       f19300-CompanyCode
                                       f19300-Type-extracao
                lock mode           is manual
                file status         is ws-AccessResult.
