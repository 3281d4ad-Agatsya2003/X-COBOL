           select pd17200 assign to disk wid-pd17200
                organization        is indexed
                access mode         is dynamic
                record key          is f17200-chave =
                                       f17200-CompanyCode
                                       f17200-BranchCode
                                       f17200-Type-nota
                                       f17200-Number-documento
                                       f17200-Series-documento
                                       f17200-Seq-ocorrencia
                alternate key       is f17200-chave-1 =
                                       f17200-CompanyCode
                                       f17200-BranchCode
                                       f17200-data-importacao
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
