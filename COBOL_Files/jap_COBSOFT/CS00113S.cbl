               05 ws-exp-StateCode                 pic 9(02).
               05 ws-exp-CountryCode               pic 9(04).

       copy CSW00800.cpy.

      *>=================================================================================
       linkage section.

            perform 9000-Read_Yomu-pd00800-nex
            perform until not ws-OperationOK

                 *> A senha nunca sai em texto: segue apenas salt e hash,
                 *> calculados na hora para conta ainda nao convertida
                 initialize                        lw-Senha
                 if   f00800-senha-hash
                      move f00800-salt-senha        to lw-salt-senha
                      move f00800-hash-senha        to lw-hash-senha
                 else
                      if   f00800-UserPassword not equal spaces
                           set  lw-gerar-hash-senha to true
                           move f00800-UserPassword to lw-senha-informada
                           call c-hash-senha using lnk-par lw-Senha
                           cancel c-hash-senha
                      end-if
                 end-if

                 move spaces                        to rs-cobsoft-cfg
                 string "09|" f00800-UserID ";"
                        ";"
                        function trim(f00800-UserName) ";"
                        f00800-data-nascimento ";"
                        f00800-sexo ";"
                        function trim(f00800-Email) ";"
                        f00800-id-Profile_Purofiru-especial ";"
                        lw-salt-senha ";"
                        lw-hash-senha
                        delimited by size into rs-cobsoft-cfg
                 perform 9000-Write_Kaku-linha

