           select pd19100 assign to disk wid-pd19100
                organization        is indexed
                access mode         is dynamic
                record key          is f19100-chave =
                                       f19100-CompanyCode
                                       f19100-BranchCode
                                       f19100-Seq-assinatura
                alternate key       is f19100-chave-1 =
                                       f19100-CompanyCode
                                       f19100-BranchCode
                                       f19100-UserID-assinante
                                       f19100-Seq-assinatura
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
