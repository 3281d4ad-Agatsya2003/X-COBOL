           select pd13900 assign to disk wid-pd13900
                organization        is indexed
                access mode         is dynamic
                record key          is f13900-chave =
                                       f13900-CompanyCode
                                       f13900-BranchCode
                                       f13900-Type-nota
                                       f13900-Number-documento
                                       f13900-Series-documento
                                       f13900-cd-centro-custo
                alternate key       is f13900-chave-1 =
                                       f13900-CompanyCode
                                       f13900-BranchCode
                                       f13900-competencia
                                       f13900-cd-centro-custo
                                       f13900-cd-conta-despesa
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
