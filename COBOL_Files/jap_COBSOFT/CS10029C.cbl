            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS08100.cpy.
       copy CSS13700.cpy.

      *>=================================================================================
       data division.

       copy CSF08100.cpy.
       copy CSF13700.cpy.

      *>=================================================================================
       working-storage section.
       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-cd-conta-valida                  pic 9(09).
            03 ws-id-conta-valida                  pic x(01).
               88 ws-conta-valida                      value "S".
               88 ws-conta-invalida                    value "N".

       01   f-registro-mestre.
            03 f-Type-evento                          pic x(02).
            03 f-conta-debito                         pic 9(09).
       screen section.

       01   frm-registro-mestre.
            03 line 11 col 26   pic x(07) value "Evento:".
            03 line 11 col 34   pic x(02) from f-Type-evento.
            03 line 11 col 38   pic x(40) value "(EM/CN/BX/AJ/TC/DP/VA/VP/JE/DC/PO/IS/RF)".
            03 line 13 col 20   pic x(13) value "Conta Debito:".
            03 line 13 col 34   pic 9(09) from f-conta-debito.
            03 line 15 col 19   pic x(14) value "Conta Credito:".
           initialize                             wf-FrameOptions

           perform 9000-Open_Akeru-io-pd08100
           perform 9000-Open_Akeru-i-pd13700

       exit.


            perform 8000-ClearScreen

            perform until f-Type-evento equal "EM" or "CN" or "BX" or "AJ" or "TC" or "DP" or "VA" or "VP" or "JE" or "DC" or "PO" or "IS" or "RF"
                       or ws-tecla-Cancela
                 accept f-Type-evento at line 11 col 34 with update auto-skip
            end-perform
      *>=================================================================================
       9000-aceita-atributos section.

            *> As contas do evento so contas analiticas do plano de
            *> contas (CS10042C), que recebem os lancamentos do razao
            perform until exit
                 accept f-conta-debito at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 move f-conta-debito                to ws-cd-conta-valida
                 perform 9000-valida-conta-analitica
                 if   ws-conta-valida
                      exit perform
                 end-if
            end-perform

            perform until exit
                 accept f-conta-credito at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 move f-conta-credito               to ws-cd-conta-valida
                 perform 9000-valida-conta-analitica
                 if   ws-conta-valida
                      exit perform
                 end-if
            end-perform

            accept f-historico-Padrao at line 17 col 34 with update auto-skip

       exit.

      *>=================================================================================
       9000-valida-conta-analitica section.

            set  ws-conta-invalida                  to true

            initialize                             f13700-Plano_Contas
            move lnk-CompanyCode                    to f13700-CompanyCode
            move lnk-BranchCode                     to f13700-BranchCode
            move ws-cd-conta-valida                 to f13700-cd-conta
            perform 9000-Read_Yomu-pd13700-ran
            if   not ws-OperationOK
                 string "Conta no cadastrada no plano de contas! [" ws-cd-conta-valida "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   not f13700-conta-analitica
                 string "Conta sintetica no recebe lancamentos! [" ws-cd-conta-valida "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  ws-conta-valida                    to true

       exit.

      *>=================================================================================
       2100-Query_Shokai section.


            perform 8000-ClearScreen

            perform until f-Type-evento equal "EM" or "CN" or "BX" or "AJ" or "TC" or "DP" or "VA" or "VP" or "JE" or "DC" or "PO" or "IS" or "RF"
                       or ws-tecla-Cancela
                 accept f-Type-evento at line 11 col 34 with update auto-skip
            end-perform
       3000-Finalization_Shuryo section.

            close pd08100
            close pd13700

       exit.
      *>=================================================================================
      *> 読み取り

       copy CSR08100.cpy.
       copy CSR13700.cpy.
