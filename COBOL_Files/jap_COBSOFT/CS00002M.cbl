               88 ws-User_Yuuzaa-sem-acesso                 value "N".
            03 ws-Line_Gyou-modulo                     pic x(58).
            03 ws-contador-Recentes                pic 9(02).
            03 ws-ds-modulo                        pic x(55).
            03 ws-rotulo-Recentes                  pic x(40)     value "Favoritos / Recentes:".
            03 ws-rotulo-todos                     pic x(40)     value "Todos os Modulos_Mojuru:".

       copy CSW00800.cpy.
       copy CSW19200.cpy.
       
      *>=================================================================================
       linkage section.
       1000-Initialization_Shokika section.
     
            initialize                             wf-FrameOptions

            *> Rotulos do menu no idioma do Usuario_Yuuzaa
            set  lw-traducao-rotulo                to true
            move spaces                            to lw-id-traducao
            string c-ThisProgram "-RECENTES" delimited by size into lw-id-traducao
            move ws-rotulo-Recentes                to lw-texto-traducao
            perform 9000-traduz-texto
            if   lw-texto-traduzido
                 move lw-texto-traducao            to ws-rotulo-Recentes
            end-if

            set  lw-traducao-rotulo                to true
            move spaces                            to lw-id-traducao
            string c-ThisProgram "-TODOS" delimited by size into lw-id-traducao
            move ws-rotulo-todos                   to lw-texto-traducao
            perform 9000-traduz-texto
            if   lw-texto-traduzido
                 move lw-texto-traducao            to ws-rotulo-todos
            end-if
                    
       exit.
        
                                 move c-linha-inicial            to ws-LineNum
                            end-if

                            perform 9000-traduz-ds-modulo
                            string f00100-ProgramOperation " - " ws-ds-modulo into ws-Line_Gyou-modulo

                            display ws-Line_Gyou-modulo at line ws-LineNum col ws-ColumnNum


       copy CSP00900.cpy. *> Padro
       
       copy CSP19200.cpy. *> Traducao

      *>=================================================================================
      *> Descricao do modulo no idioma do Usuario_Yuuzaa
       9000-traduz-ds-modulo section.

            move f00100-ProgramDesc                to ws-ds-modulo

            set  lw-traducao-menu                  to true
            move f00100-ProgramCode                to lw-id-traducao
            move f00100-ProgramDesc                to lw-texto-traducao
            perform 9000-traduz-texto
            if   lw-texto-traduzido
                 move lw-texto-traducao            to ws-ds-modulo
            end-if

       exit.

      *>=================================================================================
       9000-lista-Recentes-Favoritos section.

                      if   ws-OperationOK

                           if   ws-contador-Recentes equal zeros
                                display ws-rotulo-Recentes at line ws-LineNum col ws-ColumnNum
                                add 02                  to ws-LineNum
                           end-if

                           add 1                        to ws-contador-Recentes

                           perform 9000-traduz-ds-modulo
                           if   f01500-Favorito-Sim
                                string "* " f00100-ProgramOperation " - " ws-ds-modulo into ws-Line_Gyou-modulo
                           else
                                string "  " f00100-ProgramOperation " - " ws-ds-modulo into ws-Line_Gyou-modulo
                           end-if

                           display ws-Line_Gyou-modulo at line ws-LineNum col ws-ColumnNum

            if   ws-contador-Recentes greater zeros
                 add 01                             to ws-LineNum
                 display ws-rotulo-todos at line ws-LineNum col ws-ColumnNum
                 add 02                             to ws-LineNum
            end-if

                 close pd00800

                 if   ws-OperationOK
                      initialize                   lw-Senha
                      set  lw-verificar-senha       to true
                      move ws-senha-reentrada       to lw-senha-informada
                      move f00800-UserPassword      to lw-senha-texto
                      move f00800-id-formato-senha  to lw-id-formato-senha
                      move f00800-salt-senha        to lw-salt-senha
                      move f00800-hash-senha        to lw-hash-senha
                      call c-hash-senha using lnk-par lw-Senha
                      cancel c-hash-senha
                      if   lw-senha-confere
                           exit perform
                      end-if
                 end-if

                 move "Senha incorreta!"           to ws-Message_Messeji
