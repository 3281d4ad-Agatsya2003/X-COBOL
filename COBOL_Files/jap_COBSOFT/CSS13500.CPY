           select pd13500 assign to disk wid-pd13500
                organization        is indexed
                access mode         is dynamic
                record key          is f13500-chave =
                                       f13500-CompanyCode
                                       f13500-BranchCode
                                       f13500-Number-documento-origem
                                       f13500-Series-documento-origem
                                       f13500-CompanyCode-origem
                                       f13500-BranchCode-origem
                alternate key       is f13500-chave-1 =
                                       f13500-data-emissao
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
