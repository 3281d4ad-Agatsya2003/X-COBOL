           select pd19500 assign to disk wid-pd19500
                organization        is indexed
                access mode         is dynamic
                record key          is f19500-chave =
                                       f19500-CompanyCode
                                       f19500-cd-canal
                                       f19500-ProductCode
                lock mode           is manual
                file status         is ws-AccessResult.
