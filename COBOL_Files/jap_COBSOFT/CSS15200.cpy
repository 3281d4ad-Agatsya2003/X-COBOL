           select pd15200 assign to disk wid-pd15200
                organization        is indexed
                access mode         is dynamic
                record key          is f15200-chave =
                                       f15200-CompanyCode
                                       f15200-BranchCode
                                       f15200-Number-contrato
                alternate key       is f15200-chave-1 =
                                       f15200-CompanyCode
                                       f15200-BranchCode
                                       f15200-StatusID
                                       f15200-Number-contrato
                lock mode           is manual
                file status         is ws-AccessResult.
