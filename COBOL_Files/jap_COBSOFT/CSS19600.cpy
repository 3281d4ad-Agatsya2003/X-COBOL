           select pd19600 assign to disk wid-pd19600
                organization        is indexed
                access mode         is dynamic
                record key          is f19600-chave =
                                       f19600-CompanyCode
                                       f19600-cd-canal
                                       f19600-seq-arquivo
                lock mode           is manual
                file status         is ws-AccessResult.
