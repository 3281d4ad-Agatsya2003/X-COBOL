           select pd17100 assign to disk wid-pd17100
                organization        is indexed
                access mode         is dynamic
                record key          is f17100-chave =
                                       f17100-CompanyCode
                                       f17100-BranchCode
                                       f17100-Number-carga
                                       f17100-Seq-parada
                alternate key       is f17100-chave-1 =
                                       f17100-CompanyCode
                                       f17100-BranchCode
                                       f17100-Type-nota
                                       f17100-Number-documento
                                       f17100-Series-documento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
