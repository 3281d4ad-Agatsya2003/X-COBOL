           select pd12200 assign to disk wid-pd12200
                organization        is indexed
                access mode         is dynamic
                record key          is f12200-chave =
                                       f12200-CompanyCode
                                       f12200-BranchCode
                                       f12200-Number-romaneio
                                       f12200-Seq
                lock mode           is manual
                file status         is ws-AccessResult.
