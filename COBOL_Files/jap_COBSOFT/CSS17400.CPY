           select pd17400 assign to disk wid-pd17400
                organization        is indexed
                access mode         is dynamic
                record key          is f17400-chave =
                                       f17400-CompanyCode
                                       f17400-BranchCode
                                       f17400-competencia
                                       f17400-ProductCode
                                       f17400-ArmazemCode
                lock mode           is manual
                file status         is ws-AccessResult.
