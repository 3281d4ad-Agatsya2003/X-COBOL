            03 r09-sexo-x                          pic x(01).
            03 r09-Email-x                         pic x(55).
            03 r09-id-Profile_Purofiru-especial              pic x(01).
            03 r09-salt-senha-x                    pic x(16).
            03 r09-hash-senha-x                    pic x(40).

       01   r10.
            03 r10-UserID-x                    pic x(11).
            03 r18-Number-documento-x               pic x(09).
            03 r18-StatusID-x                     pic x(01).

       copy CSW00800.cpy.

      *>=================================================================================
       linkage section.
                 
                                                             r09-sexo-x
                                                             r09-Email-x
                                                             r09-id-Profile_Purofiru-especial
                                                             r09-salt-senha-x
                                                             r09-hash-senha-x
            
            initialize                                       f00800-User_Yuuzaa
            move function numval(r09-UserID-x)           to f00800-UserID
            *> Senha so e gravada em hash: o do arquivo quando presente,
            *> senao calculado a partir da senha em texto recebida
            move spaces                                      to f00800-UserPassword
            if   r09-hash-senha-x not equal spaces
                 set  f00800-senha-hash                      to true
                 move r09-salt-senha-x                       to f00800-salt-senha
                 move r09-hash-senha-x                       to f00800-hash-senha
            else
                 if   r09-UserPassword-x not equal spaces
                      initialize                             lw-Senha
                      set  lw-gerar-hash-senha               to true
                      move r09-UserPassword-x                to lw-senha-informada
                      call c-hash-senha using lnk-par lw-Senha
                      cancel c-hash-senha
                      *> Hash indisponivel: o usuario nao e importado para
                      *> que a senha nao fique gravada em texto
                      if   not lw-senha-confere
                      or   lw-hash-senha equal spaces
                           string "Servico de hash de senha indisponivel - Usuario_Yuuzaa [" r09-UserID-x "] nao importado!"
                                  delimited by size into ws-Message_Messeji
                           perform 9000-Message_Messeji
                           exit section
                      end-if
                      move lw-id-formato-senha               to f00800-id-formato-senha
                      move lw-salt-senha                     to f00800-salt-senha
                      move lw-hash-senha                     to f00800-hash-senha
                 end-if
            end-if
            move r09-UserName-x                          to f00800-UserName
            move function numval(r09-data-nascimento-x)      to ws-data
            move ws-dia                                      to ws-dia-inv                                                                                           
