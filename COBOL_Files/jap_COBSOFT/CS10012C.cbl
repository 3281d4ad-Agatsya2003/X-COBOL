       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00200.cpy.
       copy CSS01400.cpy.
       copy CSS01401.cpy.

      *>=================================================================================
       data division.

       copy CSF00200.cpy.
       copy CSF01400.cpy.
       copy CSF01401.cpy.

       78   c-ProgramDesc                   value "CLIENTES".
       
       78   c-auditoria-cadastro                    value "CS00116S".
       78   c-pais-brasil                           value 1058.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
            03 f-Type-pessoa                       pic x(01).
               88 f-pessoa-fisica                       value "F".
               88 f-pessoa-juridica                     value "J".
               88 f-pessoa-estrangeira                  value "E".
            03 f-ds-Type-pessoa                    pic x(30).
            03 f-cpf                               pic 9(11).
            03 f-cnpj                              pic 9(14).
            03 f-id-estrangeiro                    pic x(20).
            03 f-cd-pais                           pic 9(09).
            03 f-cd-pais-bacen                     pic 9(04).
            03 f-ie                                pic x(11).
            03 f-id-Street_Jusho                     pic 9(09).
            03 f-ZipCode_Yubin                               pic 9(08).
       
            initialize                             wf-FrameOptions

            perform 9000-Open_Akeru-i-pd00200
            perform 9000-Open_Akeru-io-pd01400
            perform 9000-Open_Akeru-io-pd01401


                 if   f-pessoa-fisica
                 or   f-pessoa-juridica
                 or   f-pessoa-estrangeira
                      exit perform
                 end-if   

            end-perform

            *> Cliente do exterior no possui CPF/CNPJ: identificado pelo
            *> documento estrangeiro e pelo pais (CS10002C), com Endereco livre
            if   f-pessoa-estrangeira
                 perform 2200-cliente-exterior
                 if   ws-tecla-Cancela
                      move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
            end-if

            if   f-pessoa-fisica
                 
                 display ws-mascara-cpf at line 19 col 34
                         end-if

                 end-perform
            end-if

            if   f-pessoa-juridica
                 display ws-mascara-cnpj at line 19 col 34

                 perform until f-cnpj <> zeros or ws-tecla-Cancela
            end-if
            perform 9000-Read_Yomu-pd01400-ran-1
            if   ws-OperationOK
            and  not f-pessoa-estrangeira
                 move "Cliente j cadastrado na base de dados!" to ws-Message_Messeji
                 perform 9000-Message_Messeji

            end-if  

            if   f-pessoa-fisica
            or   f-pessoa-estrangeira
                 move "ISENTO"                     to f-ie
                 perform 8000-Screen_Gamen
            else
            end-if

            set lk-nao-encontrou-ZipCode_Yubin               to true
            if   f-pessoa-estrangeira
                 set lk-encontrou-ZipCode_Yubin               to true
            end-if
            
            perform until lk-encontrou-ZipCode_Yubin     or ws-tecla-Cancela

                 exit section
            end-if

            *> Cliente do exterior: Endereco livre, sem pesquisa de ZipCode_Yubin
            if   f-pessoa-estrangeira
                 set ws-MessageOptionYes           to true
            else
                 move "Endereco 請求先 igual ao Endereco do Cliente? [S/N]" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 exit section
            end-if

            *> Cliente do exterior: Endereco livre, sem pesquisa de ZipCode_Yubin
            if   f-pessoa-estrangeira
                 set ws-MessageOptionYes           to true
            else
                 move "Endereco 配送先 igual ao Endereco do Cliente? [S/N]" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji

       exit.

      *>=================================================================================
      *> Cliente do exterior: documento estrangeiro, pais pela tabela de
      *> paises (codigo BACEN do CS10002C) e Endereco informado livremente
       2200-cliente-exterior section.

            perform until f-id-estrangeiro <> spaces or ws-tecla-Cancela
                 accept f-id-estrangeiro at line 19 col 34 with update auto-skip
            end-perform

            perform until f-cd-pais greater zeros or ws-tecla-Cancela
                 accept f-cd-pais-bacen at line 29 col 50 with update auto-skip

                 initialize                         f00200-Country_Kuni
                 move lnk-CompanyCode               to f00200-CompanyCode
                 move lnk-BranchCode                to f00200-BranchCode
                 move f-cd-pais-bacen               to f00200-CountryCode
                 perform 9000-Read_Yomu-pd00200-ran-1
                 if   ws-OperationOK
                 and  f00200-CountryCode not equal c-pais-brasil
                      move f00200-CountryID         to f-cd-pais
                      move f00200-CountryName       to f-CountryName
                 else
                      string "Pais Invalid_Mukou para cliente do exterior! [" f-cd-pais-bacen "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if

                 perform 8000-Screen_Gamen
            end-perform

            perform until f-Address_Jusho <> spaces or ws-tecla-Cancela
                 accept f-Address_Jusho at line 23 col 34 with update auto-skip
            end-perform

            perform until f-City_Shichoson <> spaces or ws-tecla-Cancela
                 accept f-City_Shichoson at line 27 col 34 with update auto-skip
            end-perform

            move zeros                             to f-id-Street_Jusho
                                                      f-ZipCode_Yubin
            move "EX"                              to f-uf

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       2100-Query_Shokai section.
       
                 call c-pesquisar-ZipCode_Yubin using lnk-par lk-Street_Jusho
                 cancel c-pesquisar-ZipCode_Yubin

                 if   f01400-pessoa-estrangeira
                      move f01400-Address-exterior   to lk-Address_Jusho
                      move f01400-City-exterior      to lk-City_Shichoson
                      move "EX"                      to lk-uf
                 end-if

                 move spaces                         to csv-linha
                 string f01400-cd-cliente delimited by size ";"
                        function trim(f01400-razao-social) delimited by size ";"
                 exit section
            end-if

            if   f01400-pessoa-estrangeira
                 move "Cliente do exterior - sem consulta cadastral na SEFAZ!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             lw-Consulta-Sefaz
            move f01400-cgc                         to lw-cgc-consulta
            move spaces                             to lw-uf-consulta
            end-if

            display frm-cliente

            if   f-pessoa-estrangeira
                 display f-id-estrangeiro at line 19 col 34
                 display f-cd-pais-bacen  at line 29 col 50
            end-if
       
       exit.          

                when f-pessoa-juridica
                    move "JURIDICA"                to f-ds-Type-pessoa
                    perform 8000-Screen_Gamen
                when f-pessoa-estrangeira
                    move "ESTRANGEIRA"             to f-ds-Type-pessoa
                    perform 8000-Screen_Gamen
                when other
                    move "Invalid_Mukou"                to f-ds-Type-pessoa
                    perform 8000-Screen_Gamen
            move lk-City_Shichoson                     to f-City_Shichoson
            move lk-uf                            to f-uf
            move lk-Country_Kuni                          to f-CountryName

            if   f-pessoa-estrangeira
                 move f01400-id-estrangeiro         to f-id-estrangeiro
                 move f01400-cd-pais                to f-cd-pais
                 move f01400-Address-exterior       to f-Address_Jusho
                 move f01400-City-exterior          to f-City_Shichoson
                 move "EX"                          to f-uf
                 initialize                         f00200-Country_Kuni
                 move lnk-CompanyCode               to f00200-CompanyCode
                 move lnk-BranchCode                to f00200-BranchCode
                 move f01400-cd-pais                to f00200-CountryID
                 perform 9000-Read_Yomu-pd00200-ran
                 if   ws-OperationOK
                      move f00200-CountryCode       to f-cd-pais-bacen
                      move f00200-CountryName       to f-CountryName
                 end-if
            end-if
                               
            move f01400-nr-Address_Jusho                to f-nr-Address_Jusho                                
            move f01400-PhoneNum-1              to f-PhoneNum-1              
            move f-StatusID                       to f01400-StatusID
            move f-limite-credito                   to f01400-limite-credito
            move f-motivo-bloqueio                    to f01400-motivo-bloqueio
            if   f-pessoa-estrangeira
                 move zeros                        to f01400-cgc
                 move f-cd-pais                    to f01400-cd-pais
                 move f-id-estrangeiro             to f01400-id-estrangeiro
                 move f-Address_Jusho              to f01400-Address-exterior
                 move f-City_Shichoson             to f01400-City-exterior
            end-if

       exit.


      *> 読み取り

       copy CSR00200.cpy.
       copy CSR01400.cpy.
       copy CSR01401.cpy. 
