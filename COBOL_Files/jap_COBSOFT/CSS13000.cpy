           select pd13000 assign to disk wid-pd13000
                organization        is indexed
                access mode         is dynamic
                record key          is f13000-chave =
                                       f13000-CompanyCode
                                       f13000-BranchCode
                                       f13000-competencia
                                       f13000-cd-tributo
                lock mode           is manual
                file status         is ws-AccessResult.
