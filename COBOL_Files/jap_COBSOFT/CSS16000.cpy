           select pd16000 assign to disk wid-pd16000
                organization        is indexed
                access mode         is dynamic
                record key          is f16000-chave =
                                       f16000-CompanyCode
                                       f16000-BranchCode
                                       f16000-Number-devolucao
                                       f16000-Series-devolucao
                                       f16000-Seq
                alternate key       is f16000-chave-1 =
                                       f16000-CompanyCode
                                       f16000-BranchCode
                                       f16000-Number-entrada
                                       f16000-Series-entrada
                                       f16000-Seq-entrada
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
