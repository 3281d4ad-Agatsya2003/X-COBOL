           select pd16500 assign to disk wid-pd16500
                organization        is indexed
                access mode         is dynamic
                record key          is f16500-chave =
                                       f16500-CompanyCode
                                       f16500-BranchCode
                                       f16500-cd-centro-trabalho
                lock mode           is manual
                file status         is ws-AccessResult.
