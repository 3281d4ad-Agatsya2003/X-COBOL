           select pd17800 assign to disk wid-pd17800
                organization        is indexed
                access mode         is dynamic
                record key          is f17800-chave =
                                       f17800-CompanyCode
                                       f17800-BranchCode
                                       f17800-id-nivel
                                       f17800-cd-referencia
                lock mode           is manual
                file status         is ws-AccessResult.
