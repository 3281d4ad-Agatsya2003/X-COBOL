           select pd13600 assign to disk wid-pd13600
                organization        is indexed
                access mode         is dynamic
                record key          is f13600-chave =
                                       f13600-CompanyCode
                                       f13600-BranchCode
                                       f13600-Number-documento-origem
                                       f13600-Series-documento-origem
                                       f13600-CompanyCode-origem
                                       f13600-BranchCode-origem
                                       f13600-Seq
                lock mode           is manual
                file status         is ws-AccessResult.
