           select pd13400 assign to disk wid-pd13400
                organization        is indexed
                access mode         is dynamic
                record key          is f13400-chave =
                                       f13400-CompanyCode
                                       f13400-BranchCode
                                       f13400-Number-documento
                                       f13400-Series-documento
                                       f13400-ProductCode
                lock mode           is manual
                file status         is ws-AccessResult.
