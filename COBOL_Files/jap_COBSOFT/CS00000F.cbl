            03 filler redefines ws-ds-programa occurs 116 times.
               05 ws-byte-ds-programa              pic x(001).
            03 ws-ds-Function_Kinou                        pic x(019).    
            03 ws-ds-informe-opcao                 pic x(034)    value "INFORME A Option_Opushon DESEJADA".

       copy CSW19200.cpy.
       
       01   f-menu.
            03 Line_Gyou-topo.
            03 line 05 col 01 pic x(122) from Line_Gyou-Company_Kaisha.
            03 line 06 col 01 pic x(122) from Line_Gyou-rodape.
            
            03 line 08 col 03 pic x(034) from ws-ds-informe-opcao.
            03 line 08 col 37 pic x(004) value "(  )".
            
            03 line 09 col 01 pic x(122) from Line_Gyou-topo.
            03 line 10 col 01 pic x(122) from DivisionLine.
            move lnk-vs-programa                   to Line_Gyou-vs-programa
            
            move lnk-ds-programa                   to ws-ds-programa

            *> Titulo, funcoes e chamada da opcao no idioma do Usuario_Yuuzaa
            set  lw-traducao-titulo                to true
            move lnk-ProgramCode                   to lw-id-traducao
            move lnk-ds-programa                   to lw-texto-traducao
            perform 9000-traduz-texto
            if   lw-texto-traduzido
                 move lw-texto-traducao            to ws-ds-programa
            end-if

            set  lw-traducao-rotulo                to true
            move spaces                            to lw-id-traducao
            string c-ThisProgram "-OPCAO" delimited by size into lw-id-traducao
            move ws-ds-informe-opcao               to lw-texto-traducao
            perform 9000-traduz-texto
            if   lw-texto-traduzido
                 move lw-texto-traducao            to ws-ds-informe-opcao
            end-if
            
            perform varying ws-index-0 from 116 by -1 until ws-index-0 < 1
                 or ws-byte-ds-programa(ws-index-0) not equal spaces
                 compute ws-ColumnNum = (116 - ws-index-0)/2
            end-if
            
            move ws-ds-programa                    to Line_Gyou-ds-programa(ws-ColumnNum:)     
            
            move lnk-data-so                       to Line_Gyou-dt-sistema
            
                 
                 if   lnk-AllowAdd
                      move "01 - Inclusao"              to ws-ds-Function_Kinou
                      perform 1100-traduz-Function_Kinou
                      string ws-ds-Function_Kinou               into Line_Gyou-funcoes with pointer ws-ColumnNum 
                 end-if
                 
                 if   lnk-AllowQuery
                      move "02 - Query_Shokai"             to ws-ds-Function_Kinou 
                      perform 1100-traduz-Function_Kinou
                      string ws-ds-Function_Kinou              into Line_Gyou-funcoes with pointer ws-ColumnNum  
                 end-if
                 
                 if   lnk-AllowMaintenance
                      move "03 - Maintenance_Hozen"            to ws-ds-Function_Kinou 
                      perform 1100-traduz-Function_Kinou
                      string ws-ds-Function_Kinou               into Line_Gyou-funcoes with pointer ws-ColumnNum
                 end-if
                 
                 if   lnk-permite-Delete_Sakujo
                      move "04 - Delete_Sakujo"              to ws-ds-Function_Kinou
                      perform 1100-traduz-Function_Kinou
                      string ws-ds-Function_Kinou               into Line_Gyou-funcoes with pointer ws-ColumnNum        
                 end-if 
                 
                 if   lnk-AllowQuery
                      move "05 - Report_Repoto"             to ws-ds-Function_Kinou 
                      perform 1100-traduz-Function_Kinou
                      string ws-ds-Function_Kinou               into Line_Gyou-funcoes with pointer ws-ColumnNum  
                 end-if
                 
                 move "99 - Return_Modoru"                   to ws-ds-Function_Kinou
                 perform 1100-traduz-Function_Kinou
                 string ws-ds-Function_Kinou                    into Line_Gyou-funcoes with pointer ws-ColumnNum
            
            else
                 move lnk-ds-Function_Kinou                     to Line_Gyou-funcoes

                 set  lw-traducao-rotulo                to true
                 move spaces                            to lw-id-traducao
                 string lnk-ProgramCode "-FUNCOES" delimited by size into lw-id-traducao
                 move lnk-ds-Function_Kinou             to lw-texto-traducao
                 perform 9000-traduz-texto
                 if   lw-texto-traduzido
                      move lw-texto-traducao            to Line_Gyou-funcoes
                 end-if
            end-if
                        
       exit.

      *>=================================================================================
       1100-traduz-Function_Kinou section.

            set  lw-traducao-rotulo                to true
            move spaces                            to lw-id-traducao
            string c-ThisProgram "-" ws-ds-Function_Kinou(01:02) delimited by size into lw-id-traducao
            move ws-ds-Function_Kinou                      to lw-texto-traducao
            perform 9000-traduz-texto
            if   lw-texto-traduzido
                 move lw-texto-traducao            to ws-ds-Function_Kinou
            end-if

       exit.
        
      *>=================================================================================
       2000-Processing_Shori section.
                 display frm-menu-0
                 
                 if   lnk-ProgramCode(08:01) equal "M"
                      display ws-ds-informe-opcao at line 08 col 03
                      display "(  )" at line 08 col 37
                 end-if   
                                   
            else   
       3000-Finalization_Shuryo section.
       
       
       exit.

      *>=================================================================================
       copy CSP19200.cpy. *> Traducao  
                                                       
