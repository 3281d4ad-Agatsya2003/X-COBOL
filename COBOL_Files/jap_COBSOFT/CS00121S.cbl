       copy CSS01401.cpy.
       copy CSS02400.cpy.
       copy CSS09100.cpy.
       copy CSS18200.cpy.

      *>=================================================================================
       data division.
       copy CSF01401.cpy.
       copy CSF02400.cpy.
       copy CSF09100.cpy.
       copy CSF18200.cpy.

      *>=================================================================================
       working-storage section.
            perform 9000-Open_Akeru-io-pd01401
            perform 9000-Open_Akeru-i-pd02400
            perform 9000-Open_Akeru-io-pd09100
            perform 9000-Open_Akeru-io-pd18200

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            perform 2200-anonimiza-enderecos

            perform 2200-anonimiza-pontos

            initialize                             f09100-Log_Anonimizacao
            move f01400-CompanyCode                 to f09100-CompanyCode
            move f01400-BranchCode                  to f09100-BranchCode

       exit.

      *>=================================================================================
      *> Historico de pontos de fidelidade perde o CPF; saldos e valores
      *> permanecem para o passivo do programa
       2200-anonimiza-pontos section.

            initialize                             f18200-Pontos_Fidelidade
            move f01400-CompanyCode                 to f18200-CompanyCode
            move f01400-BranchCode                  to f18200-BranchCode
            move f01400-cd-cliente                  to f18200-cd-cliente
            move zeros                             to f18200-Seq
            perform 9000-str-pd18200-grt
            perform 9000-Read_Yomu-pd18200-nex
            perform until not ws-OperationOK
                 or f18200-CompanyCode not equal f01400-CompanyCode
                 or f18200-BranchCode  not equal f01400-BranchCode
                 or f18200-cd-cliente  not equal f01400-cd-cliente

                 move zeros                         to f18200-cpf
                 set  f18200-pontos-anonimizados    to true
                 perform 9000-Rewrite_Kakinaosu-pd18200

                 perform 9000-Read_Yomu-pd18200-nex
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01401
            close pd02400
            close pd09100
            close pd18200

       exit.

       copy CSR01401.cpy.
       copy CSR02400.cpy.
       copy CSR09100.cpy.
       copy CSR18200.cpy.
