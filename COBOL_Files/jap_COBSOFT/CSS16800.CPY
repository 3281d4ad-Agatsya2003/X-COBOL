           select pd16800 assign to disk wid-pd16800
                organization        is indexed
                access mode         is dynamic
                record key          is f16800-chave =
                                       f16800-CompanyCode
                                       f16800-BranchCode
                                       f16800-Number-ordem
                                       f16800-Seq-apontamento
                                       f16800-cd-material
                lock mode           is manual
                file status         is ws-AccessResult.
