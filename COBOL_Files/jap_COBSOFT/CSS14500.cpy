           select pd14500 assign to disk wid-pd14500
                organization        is indexed
                access mode         is dynamic
                record key          is f14500-chave =
                                       f14500-CompanyCode
                                       f14500-BranchCode
                                       f14500-cd-tipo-servico
                                       f14500-Type-pessoa
                lock mode           is manual
                file status         is ws-AccessResult.
