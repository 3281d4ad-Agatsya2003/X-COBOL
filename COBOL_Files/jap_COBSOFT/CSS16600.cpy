           select pd16600 assign to disk wid-pd16600
                organization        is indexed
                access mode         is dynamic
                record key          is f16600-chave =
                                       f16600-CompanyCode
                                       f16600-BranchCode
                                       f16600-ProductCode
                                       f16600-Seq-operacao
                alternate key       is f16600-chave-1 =
                                       f16600-CompanyCode
                                       f16600-BranchCode
                                       f16600-cd-centro-trabalho
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
