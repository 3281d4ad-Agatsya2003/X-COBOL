       
       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW18600.cpy.
       
       
       01   ws-WorkFields.
      

       copy CSP00900.cpy. *> Padro
       copy CSP18600.cpy. *> Segregacao de funcoes

      *>=================================================================================
      *> Programa no perfil confrontado com as regras de segregacao, para o
      *> proprio perfil e para os usuarios que ja o possuem
       9000-verifica-conflito-sod section.

            initialize                             lw-SoD
            set  lw-sod-verificar-perfil            to true
            move lnk-CompanyCode                    to lw-CompanyCode-sod
            move lnk-BranchCode                     to lw-BranchCode-sod
            move f-ProfileCode                      to lw-ProfileCode-sod
            move "P"                                to lw-id-origem-sod
            move f-ProgramCode                      to lw-ProgramCode-sod

            if   f-AllowQuery
            or   f-AllowAdd
            or   f-AllowMaintenance
            or   f-permite-Delete_Sakujo
                 move 1                             to lw-qtde-candidatos-sod
                 move f-ProgramCode                 to lw-ProgramCode-candidato-sod(1)
                 if   not f-AllowAdd
                 and  not f-AllowMaintenance
                 and  not f-permite-Delete_Sakujo
                      set  lw-candidato-somente-consulta(1) to true
                 end-if
            end-if

            call c-conflito-sod using lnk-par lw-SoD
            cancel c-conflito-sod

            perform 9000-confirma-conflito-sod

       exit.

      *>=================================================================================                          
       9000-monta-Desc-Query_Shokai section.
            perform 9000-Message_Messeji
            
            if   ws-MessageOptionYes

                 perform 9000-verifica-conflito-sod
                 if   lw-sod-concessao-negada
                      exit section
                 end-if
            
                 initialize                        f01100-Profile_Purofiru-modulo
                 move lnk-CompanyCode               to f01100-CompanyCode
