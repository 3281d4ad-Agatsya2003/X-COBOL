           select pd18400 assign to disk wid-pd18400
                organization        is indexed
                access mode         is dynamic
                record key          is f18400-chave =
                                       f18400-CompanyCode
                                       f18400-BranchCode
                                       f18400-Number-pedido
                                       f18400-Seq-item
                                       f18400-Type-nota
                                       f18400-Number-documento
                                       f18400-Series-documento
                alternate key       is f18400-chave-1 =
                                       f18400-CompanyCode
                                       f18400-BranchCode
                                       f18400-Type-nota
                                       f18400-Number-documento
                                       f18400-Series-documento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
