           select pd14600 assign to disk wid-pd14600
                organization        is indexed
                access mode         is dynamic
                record key          is f14600-chave =
                                       f14600-CompanyCode
                                       f14600-BranchCode
                                       f14600-Type-nota
                                       f14600-Number-documento
                                       f14600-Series-documento
                alternate key       is f14600-chave-1 =
                                       f14600-CompanyCode
                                       f14600-BranchCode
                                       f14600-competencia
                                       f14600-cd-fornecedor
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
