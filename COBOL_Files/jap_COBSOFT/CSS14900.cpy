           select pd14900 assign to disk wid-pd14900
                organization        is indexed
                access mode         is dynamic
                record key          is f14900-chave =
                                       f14900-CompanyCode
                                       f14900-BranchCode
                                       f14900-Number-bordero
                                       f14900-Type-nota
                                       f14900-Number-documento
                                       f14900-Series-documento
                                       f14900-Seq-parcela
                alternate key       is f14900-chave-1 =
                                       f14900-CompanyCode
                                       f14900-BranchCode
                                       f14900-Type-nota
                                       f14900-Number-documento
                                       f14900-Series-documento
                                       f14900-Seq-parcela
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
