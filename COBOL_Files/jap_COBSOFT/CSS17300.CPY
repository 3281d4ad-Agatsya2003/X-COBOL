           select pd17300 assign to disk wid-pd17300
                organization        is indexed
                access mode         is dynamic
                record key          is f17300-chave =
                                       f17300-CompanyCode
                                       f17300-BranchCode
                                       f17300-Number-proposta
                                       f17300-Seq-proposta
                alternate key       is f17300-chave-1 =
                                       f17300-CompanyCode
                                       f17300-BranchCode
                                       f17300-ProductCode
                                       f17300-ArmazemCode-Destino
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
