           select pd17000 assign to disk wid-pd17000
                organization        is indexed
                access mode         is dynamic
                record key          is f17000-chave =
                                       f17000-CompanyCode
                                       f17000-BranchCode
                                       f17000-placa-veiculo
                lock mode           is manual
                file status         is ws-AccessResult.
