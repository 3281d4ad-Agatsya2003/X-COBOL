           select pd16200 assign to disk wid-pd16200
                organization        is indexed
                access mode         is dynamic
                record key          is f16200-chave =
                                       f16200-CompanyCode
                                       f16200-BranchCode
                                       f16200-Number-nota-debito
                                       f16200-Seq
                lock mode           is manual
                file status         is ws-AccessResult.
