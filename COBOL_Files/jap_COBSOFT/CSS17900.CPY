           select pd17900 assign to disk wid-pd17900
                organization        is indexed
                access mode         is dynamic
                record key          is f17900-chave =
                                       f17900-CompanyCode
                                       f17900-BranchCode
                                       f17900-ProductCode
                alternate key       is f17900-chave-1 =
                                       f17900-CompanyCode
                                       f17900-BranchCode
                                       f17900-id-situacao
                                       f17900-ProductCode
                lock mode           is manual
                file status         is ws-AccessResult.
