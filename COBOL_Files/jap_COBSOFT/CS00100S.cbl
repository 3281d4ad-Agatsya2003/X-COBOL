            03 lw-corpo-Email                      pic x(500).
            03 lw-anexo-1-Email                    pic x(200).
            03 lw-anexo-2-Email                    pic x(200).

       copy CSW00800.cpy.
      *>=================================================================================
       linkage section. 
 
            and  lnk-UserPassword                      equal ws-data
                 set lw-ValidLogin               to true
                 set lnk-MasterLogin              to true            
                 set lnk-idioma-portugues         to true
            else
                 initialize                             f00800-User_Yuuzaa
                 move function numval(lnk-UserID)   to f00800-UserID
                 end-if
                 
                 if   f00800-UserID equal function numval(lnk-UserID)
                      perform 9000-confere-senha
                 end-if

                 if   f00800-UserID equal function numval(lnk-UserID)
                 and  lw-senha-confere
                 and  f00800-Active_Akutibu
                      if   f00800-Development_Kaihatsu
                           set lnk-MasterLogin    to true 
                      end-if
                      move f00800-UserID       to lnk-UserID
                      move f00800-UserName     to lnk-UserName
                      move f00800-idioma       to lnk-idioma
                      perform 2150-verifica-validade-senha
                      perform 2100-registrar-sessao

                      if   lw-ValidLogin-aceito
                           perform 2100-Update_Koushin-Login
                           set lw-ValidLogin          to true

                           *> Aprovacoes aguardando o Usuario_Yuuzaa em
                           *> todas as empresas a que tem acesso
                           call c-caixa-aprovacoes using lnk-par
                           cancel c-caixa-aprovacoes
                      end-if
                 end-if


       exit.

      *>=================================================================================
      *> Senha conferida contra o hash com salt do cadastro; senha ainda
      *> gravada em texto e convertida para hash no primeiro login valido
       9000-confere-senha section.

            initialize                             lw-Senha
            set  lw-verificar-senha                 to true
            move lnk-UserPassword                   to lw-senha-informada
            move f00800-UserPassword                to lw-senha-texto
            move f00800-id-formato-senha            to lw-id-formato-senha
            move f00800-salt-senha                  to lw-salt-senha
            move f00800-hash-senha                  to lw-hash-senha

            call c-hash-senha using lnk-par lw-Senha
            cancel c-hash-senha

            if   lw-senha-confere
            and  lw-senha-migrada
                 move lw-salt-senha                 to f00800-salt-senha
                 move lw-hash-senha                 to f00800-hash-senha
                 set  f00800-senha-hash             to true
                 move spaces                        to f00800-UserPassword
                 perform 9000-Rewrite_Kakinaosu-pd00800
            end-if

       exit.

      *>=================================================================================
       2100-Update_Koushin-Login section.

