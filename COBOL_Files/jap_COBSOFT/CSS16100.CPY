           select pd16100 assign to disk wid-pd16100
                organization        is indexed
                access mode         is dynamic
                record key          is f16100-chave =
                                       f16100-CompanyCode
                                       f16100-BranchCode
                                       f16100-Number-nota-debito
                alternate key       is f16100-chave-1 =
                                       f16100-CompanyCode
                                       f16100-BranchCode
                                       f16100-StatusID
                                       f16100-cd-fornecedor
                                       f16100-Number-nota-debito
                lock mode           is manual
                file status         is ws-AccessResult.
