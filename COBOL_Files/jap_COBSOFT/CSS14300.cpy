           select pd14300 assign to disk wid-pd14300
                organization        is indexed
                access mode         is dynamic
                record key          is f14300-chave =
                                       f14300-CompanyCode
                                       f14300-BranchCode
                                       f14300-Seq-transferencia
                alternate key       is f14300-chave-1 =
                                       f14300-CompanyCode
                                       f14300-BranchCode
                                       f14300-data-transferencia
                                       f14300-Seq-transferencia
                lock mode           is manual
                file status         is ws-AccessResult.
