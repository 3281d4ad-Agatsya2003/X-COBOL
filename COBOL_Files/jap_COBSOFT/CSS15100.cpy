           select pd15100 assign to disk wid-pd15100
                organization        is indexed
                access mode         is dynamic
                record key          is f15100-chave =
                                       f15100-CompanyCode
                                       f15100-BranchCode
                                       f15100-cd-banco
                                       f15100-agencia
                                       f15100-conta-corrente
                                       f15100-Number-cheque
                                       f15100-Type-nota
                                       f15100-Number-documento
                                       f15100-Series-documento
                                       f15100-Seq-parcela
                alternate key       is f15100-chave-1 =
                                       f15100-CompanyCode
                                       f15100-BranchCode
                                       f15100-Type-nota
                                       f15100-Number-documento
                                       f15100-Series-documento
                                       f15100-Seq-parcela
                                       with duplicates
                lock mode           is manual
                file status         is ws-AccessResult.
