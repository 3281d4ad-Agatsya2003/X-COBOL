           select pd15300 assign to disk wid-pd15300
                organization        is indexed
                access mode         is dynamic
                record key          is f15300-chave =
                                       f15300-CompanyCode
                                       f15300-BranchCode
                                       f15300-Number-contrato
                                       f15300-Seq-parcela
                alternate key       is f15300-chave-1 =
                                       f15300-CompanyCode
                                       f15300-BranchCode
                                       f15300-data-vencimento
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
