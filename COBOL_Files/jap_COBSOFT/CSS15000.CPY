           select pd15000 assign to disk wid-pd15000
                organization        is indexed
                access mode         is dynamic
                record key          is f15000-chave =
                                       f15000-CompanyCode
                                       f15000-BranchCode
                                       f15000-cd-banco
                                       f15000-agencia
                                       f15000-conta-corrente
                                       f15000-Number-cheque
                alternate key       is f15000-chave-1 =
                                       f15000-CompanyCode
                                       f15000-BranchCode
                                       f15000-StatusID
                                       f15000-data-bom-para
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
