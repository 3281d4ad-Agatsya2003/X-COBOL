                                       f06100-BranchCode
                                       f06100-cd-material
                                       f06100-ArmazemCode
                                       f06100-cd-fornecedor
                lock mode           is manual
                file status         is ws-AccessResult.
