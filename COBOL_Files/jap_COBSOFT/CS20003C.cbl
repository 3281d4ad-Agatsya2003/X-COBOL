       copy CSS08400.cpy.
       copy CSS06000.cpy.
       copy CSS06500.cpy.
       copy CSS17300.cpy.


      *>=================================================================================
       copy CSF08400.cpy.
       copy CSF06000.cpy.
       copy CSF06500.cpy.
       copy CSF17300.cpy.
              
      
      *>=================================================================================      
            03 ws-qtde-disponivel-total              pic s9(09)v9(04).
            03 ws-qtde-reservada-total               pic s9(09)v9(04).
            03 ws-qtde-livre-Posicao                 pic s9(09)v9(04).
            03 ws-id-transferencia                   pic x(01).
               88 ws-transferencia-ok                    value "S".
               88 ws-transferencia-falhou                value "N".

       01   f-Stock_Zaiko.
            03 f-ProductCode                        pic z(09).
            03 f-ArmazemCode-Origem                 pic 9(04).
            03 f-ArmazemCode-Destino                pic 9(04).
            03 f-qtde-Transferencia                 pic ---.---.--9,9999.
            03 f-Number-proposta                    pic 9(09).

       01   f-Relatorio-Consolidado.
            03 f-ProductCode-Consol                 pic 9(09).
            03 line 17 col 34   pic 9(04) from f-ArmazemCode-Destino.
            03 line 19 col 14   pic x(19) value "Quantidade Transf:".
            03 line 19 col 34   pic ---.---.--9,9999 from f-qtde-Transferencia.
            03 line 21 col 19   pic x(14) value "Proposta DRP:".
            03 line 21 col 34   pic 9(09) from f-Number-proposta.

       01   frm-Relatorio-Consolidado.
            03 line 11 col 18   pic x(15) value "Code Product_Seihin:".
            perform 9000-Open_Akeru-io-pd06000
            perform 9000-Open_Akeru-io-pd06500
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-io-pd17300
            
       exit.
        
                     perform 2100-Relatorio-Consolidado
                when 08
                     perform 2100-Report_Posicao-Stock
                when 09
                     perform 2100-Transferencia-Proposta
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other    
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform 2200-efetiva-transferencia
            end-if

       exit.

      *>=================================================================================
      *> Debita o Armazem Origem (f06000 ja lido) e credita o Destino; falha no
      *> credito estorna o debito. Usada pela transferencia manual e pela
      *> aprovacao da proposta do DRP (CS20012C)
       2200-efetiva-transferencia section.

            set  ws-transferencia-falhou            to true

            move f06000-qtde-disponivel               to ws-qtde-disponivel-anterior
            move f06000-qtde-reservada                to ws-qtde-reservada-anterior
            subtract ws-qtde-Transferencia             from f06000-qtde-disponivel
            perform 9000-Rewrite_Kakinaosu-pd06000
            if   not ws-OperationOK
                 string "Error_Eraa ao debitar Armazem Origem - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f-ProductCode-Transf                 to f-ProductCode
            move ws-ArmazemCode-Origem                to f-ArmazemCode
            move f06000-qtde-disponivel               to f-qtde-disponivel
            move f06000-qtde-reservada                to f-qtde-reservada
            string "Transferncia p/ Armazem [" ws-ArmazemCode-Destino "]" delimited by size into ws-motivo-movimento
            perform 9000-Gravar_Kaku-Movimento_Zaiko

            initialize                                f06000-Stock_Zaiko
            move lnk-CompanyCode                       to f06000-CompanyCode
            move lnk-BranchCode                        to f06000-BranchCode
            move f-ProductCode-Transf                  to f06000-ProductCode
            move ws-ArmazemCode-Destino                to f06000-ArmazemCode
            perform 9000-Read_Yomu-pd06000-ran
            if   not ws-OperationOK
                 move zeros                            to f06000-qtde-disponivel
                                                            f06000-qtde-reservada
                                                            f06000-qtde-minima
                                                            f06000-qtde-maxima
                 move lnk-CompanyCode                  to f06000-CompanyCode
                 move lnk-BranchCode                   to f06000-BranchCode
                 move f-ProductCode-Transf              to f06000-ProductCode
                 move ws-ArmazemCode-Destino            to f06000-ArmazemCode
            end-if

            move f06000-qtde-disponivel                to ws-qtde-disponivel-anterior
            move f06000-qtde-reservada                 to ws-qtde-reservada-anterior
            add ws-qtde-Transferencia                   to f06000-qtde-disponivel

            perform 9000-Write_Kaku-pd06000
            if   not ws-OperationOK
                 perform 9000-Rewrite_Kakinaosu-pd06000
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao creditar Armazem Destino - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 initialize                                f06000-Stock_Zaiko
                 move lnk-CompanyCode                       to f06000-CompanyCode
                 move lnk-BranchCode                        to f06000-BranchCode
                 move f-ProductCode-Transf                  to f06000-ProductCode
                 move ws-ArmazemCode-Origem                 to f06000-ArmazemCode
                 perform 9000-Read_Yomu-pd06000-ran
                 if   ws-OperationOK
                      move f06000-qtde-disponivel          to ws-qtde-disponivel-anterior
                      move f06000-qtde-reservada            to ws-qtde-reservada-anterior
                      add  ws-qtde-Transferencia            to f06000-qtde-disponivel
                      perform 9000-Rewrite_Kakinaosu-pd06000
                      if   ws-OperationOK
                           move f-ProductCode-Transf         to f-ProductCode
                           move ws-ArmazemCode-Origem        to f-ArmazemCode
                           move f06000-qtde-disponivel       to f-qtde-disponivel
                           move f06000-qtde-reservada        to f-qtde-reservada
                           string "Estorno de transferncia - falha no credito do Armazem [" ws-ArmazemCode-Destino "]" delimited by size into ws-motivo-movimento
                           perform 9000-Gravar_Kaku-Movimento_Zaiko
                      else
                           string "Error_Eraa ao estornar debito do Armazem Origem - " ws-AccessResult into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 else
                      string "Error_Eraa ao ler Armazem Origem para estorno - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            else
                 move f-ProductCode-Transf              to f-ProductCode
                 move ws-ArmazemCode-Destino            to f-ArmazemCode
                 move f06000-qtde-disponivel            to f-qtde-disponivel
                 move f06000-qtde-reservada             to f-qtde-reservada
                 string "Transferncia de Armazem [" ws-ArmazemCode-Origem "]" delimited by size into ws-motivo-movimento
                 perform 9000-Gravar_Kaku-Movimento_Zaiko
                 set  ws-transferencia-ok           to true
            end-if

       exit.

      *>=================================================================================
      *> Aprovacao da proposta do DRP: cada item pendente e apresentado na
      *> tela de transferencia com a quantidade proposta, que pode ser
      *> reduzida; zeros deixa o item pendente
       2100-Transferencia-Proposta section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            initialize                             lw-Periodo
            move "E"                              to lw-modulo-periodo
            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-ClearScreen-Transferencia

            perform until f-Number-proposta greater zeros or ws-tecla-Cancela
                 accept f-Number-proposta at line 21 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f17300-Proposta_Transferencia
            move lnk-CompanyCode                    to f17300-CompanyCode
            move lnk-BranchCode                     to f17300-BranchCode
            move f-Number-proposta                  to f17300-Number-proposta
            move zeros                             to f17300-Seq-proposta
            perform 9000-str-pd17300-grt
            perform 9000-Read_Yomu-pd17300-nex
            perform until not ws-OperationOK
                       or f17300-CompanyCode      not equal lnk-CompanyCode
                       or f17300-BranchCode       not equal lnk-BranchCode
                       or f17300-Number-proposta  not equal f-Number-proposta
                       or ws-tecla-Cancela

                 if   f17300-proposta-pendente
                      perform 2200-aprova-item-proposta
                 end-if

                 perform 9000-Read_Yomu-pd17300-nex
            end-perform

            string "Proposta [" f-Number-proposta "] - " ws-contador-Report_Repoto " itens transferidos"
                   into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2200-aprova-item-proposta section.

            move f17300-ProductCode                 to f-ProductCode-Transf
            move f17300-ArmazemCode-Origem          to f-ArmazemCode-Origem
                                                       ws-ArmazemCode-Origem
            move f17300-ArmazemCode-Destino         to f-ArmazemCode-Destino
                                                       ws-ArmazemCode-Destino
            move f17300-qtde-proposta               to f-qtde-Transferencia

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f17300-ProductCode                 to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   ws-OperationOK
                 move f01800-Desc-Product_Seihin    to f-Desc-Product_Seihin-Transf
            else
                 move spaces                        to f-Desc-Product_Seihin-Transf
            end-if

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            move f17300-ProductCode                 to f06000-ProductCode
            move ws-ArmazemCode-Origem              to f06000-ArmazemCode
            perform 9000-Read_Yomu-pd06000-ran
            if   not ws-OperationOK
                 string "Armazem Origem no possui Stock_Zaiko para o Product_Seihin [" f17300-ProductCode "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-Screen_Gamen-Transferencia

            perform until exit
                 accept f-qtde-Transferencia at line 19 col 34 with update auto-skip
                 move f-qtde-Transferencia          to ws-qtde-Transferencia
                 if   ws-tecla-Cancela
                 or   ws-qtde-Transferencia equal zeros
                      exit section
                 end-if
                 if   ws-qtde-Transferencia greater f17300-qtde-proposta
                 or   ws-qtde-Transferencia greater f06000-qtde-disponivel
                      move "Quantidade superior a proposta ou ao Disponivel na Origem!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 else
                      exit perform
                 end-if
            end-perform

            move "Confirm_Kakunin transferncia do item da proposta? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2200-efetiva-transferencia
            if   ws-transferencia-falhou
                 exit section
            end-if

            set  f17300-proposta-transferida        to true
            move ws-qtde-Transferencia              to f17300-qtde-transferida
            move ws-data-inv                        to f17300-data-aprovacao
            move function numval(lnk-UserID)        to f17300-UserID-aprovacao
            perform 9000-Rewrite_Kakinaosu-pd17300
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f17300-Proposta_Transferencia - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            add  1                                  to ws-contador-Report_Repoto

       exit.

      *>=================================================================================
            close pd08400
            close pd06000
            close pd06500
            close pd17300

       exit.
                                                          
       copy CSR08400.cpy.
       copy CSR06000.cpy.
       copy CSR06500.cpy.
       copy CSR17300.cpy.
             
