           select pd13200 assign to disk wid-pd13200
                organization        is indexed
                access mode         is dynamic
                record key          is f13200-chave =
                                       f13200-CompanyCode
                                       f13200-BranchCode
                                       f13200-Number-documento
                                       f13200-Series-documento
                                       f13200-Seq
                lock mode           is manual
                file status         is ws-AccessResult.
