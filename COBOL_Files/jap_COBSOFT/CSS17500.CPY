           select pd17500 assign to disk wid-pd17500
                organization        is indexed
                access mode         is dynamic
                record key          is f17500-chave =
                                       f17500-CompanyCode
                                       f17500-BranchCode
                                       f17500-cd-Product-pai
                                       f17500-Seq-linha
                                       f17500-Seq-coluna
                alternate key       is f17500-chave-1 =
                                       f17500-CompanyCode
                                       f17500-BranchCode
                                       f17500-ProductCode
                lock mode           is manual
                file status         is ws-AccessResult.
