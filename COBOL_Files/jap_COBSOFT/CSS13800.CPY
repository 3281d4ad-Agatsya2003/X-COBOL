           select pd13800 assign to disk wid-pd13800
                organization        is indexed
                access mode         is dynamic
                record key          is f13800-chave =
                                       f13800-CompanyCode
                                       f13800-BranchCode
                                       f13800-competencia
                                       f13800-Seq-lancamento
                                       f13800-id-partida
                alternate key       is f13800-chave-1 =
                                       f13800-CompanyCode
                                       f13800-BranchCode
                                       f13800-cd-conta
                                       f13800-data-lancamento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
