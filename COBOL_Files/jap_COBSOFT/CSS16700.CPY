           select pd16700 assign to disk wid-pd16700
                organization        is indexed
                access mode         is dynamic
                record key          is f16700-chave =
                                       f16700-CompanyCode
                                       f16700-BranchCode
                                       f16700-Number-ordem
                                       f16700-Seq-apontamento
                alternate key       is f16700-chave-1 =
                                       f16700-CompanyCode
                                       f16700-BranchCode
                                       f16700-ProductCode
                                       f16700-data-apontamento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
