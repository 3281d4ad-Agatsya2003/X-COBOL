           select pd12900 assign to disk wid-pd12900
                organization        is indexed
                access mode         is dynamic
                record key          is f12900-chave =
                                       f12900-CompanyCode
                                       f12900-BranchCode
                                       f12900-data-base
                                       f12900-ProductCode
                lock mode           is manual
                file status         is ws-AccessResult.
