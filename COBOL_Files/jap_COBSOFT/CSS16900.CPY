           select pd16900 assign to disk wid-pd16900
                organization        is indexed
                access mode         is dynamic
                record key          is f16900-chave =
                                       f16900-CompanyCode
                                       f16900-BranchCode
                                       f16900-cd-motivo-refugo
                lock mode           is manual
                file status         is ws-AccessResult.
