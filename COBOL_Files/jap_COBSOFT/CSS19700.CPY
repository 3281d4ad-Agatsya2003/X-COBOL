           select pd19700 assign to disk wid-pd19700
                organization        is indexed
                access mode         is dynamic
                record key          is f19700-chave =
                                       f19700-CompanyCode
                                       f19700-BranchCode
                                       f19700-seq-implantacao
                lock mode           is manual
                file status         is ws-AccessResult.
