           select pd16400 assign to disk wid-pd16400
                organization        is indexed
                access mode         is dynamic
                record key          is f16400-chave =
                                       f16400-CompanyCode
                                       f16400-BranchCode
                                       f16400-Number-ordem-ind
                                       f16400-cd-material
                alternate key       is f16400-chave-1 =
                                       f16400-CompanyCode
                                       f16400-BranchCode
                                       f16400-cd-fornecedor
                                       f16400-data-remessa
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
