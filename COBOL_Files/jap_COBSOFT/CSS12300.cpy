           select pd12300 assign to disk wid-pd12300
                organization        is indexed
                access mode         is dynamic
                record key          is f12300-chave =
                                       f12300-CompanyCode
                                       f12300-BranchCode
                                       f12300-Number-mdfe
                                       f12300-Series-mdfe
                alternate key       is f12300-chave-1 =
                                       f12300-CompanyCode
                                       f12300-BranchCode
                                       f12300-placa-veiculo
                                       f12300-StatusID
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
