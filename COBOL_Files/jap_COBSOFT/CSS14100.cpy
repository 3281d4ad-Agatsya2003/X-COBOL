           select pd14100 assign to disk wid-pd14100
                organization        is indexed
                access mode         is dynamic
                record key          is f14100-chave =
                                       f14100-CompanyCode
                                       f14100-BranchCode
                                       f14100-cd-centro-custo
                                       f14100-cd-conta-despesa
                                       f14100-competencia
                lock mode           is manual
                file status         is ws-AccessResult.
