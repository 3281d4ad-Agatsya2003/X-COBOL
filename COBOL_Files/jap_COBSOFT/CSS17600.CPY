           select pd17600 assign to disk wid-pd17600
                organization        is indexed
                access mode         is dynamic
                record key          is f17600-chave =
                                       f17600-CompanyCode
                                       f17600-BranchCode
                                       f17600-ncm
                lock mode           is manual
                file status         is ws-AccessResult.
