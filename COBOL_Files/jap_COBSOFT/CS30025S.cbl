
       copy CSS02400.cpy.
       copy CSS02600.cpy.
       copy CSS15000.cpy.

            select arq-fluxo assign to disk wid-arq-fluxo
                 organization        is line sequential

       copy CSF02400.cpy.
       copy CSF02600.cpy.
       copy CSF15000.cpy.

       fd   arq-fluxo.

       78   c-ProgramDesc                   value "PROJECAO DE FLUXO DE CAIXA".
       78   c-max-dias-horizonte                    value 120.

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW19100.cpy.

       01   ws-WorkFields.
            03 wid-arq-fluxo                       pic x(200).

            perform 9000-Open_Akeru-i-pd02400
            perform 9000-Open_Akeru-i-pd02600
            perform 9000-Open_Akeru-i-pd15000

            initialize                             lw-Parameters-assinatura
            if   lnk-execucao-background
                 move lnk-Line_Gyou-comando         to lw-Parameters-assinatura
            end-if

       exit.


            initialize                             f-Fluxo

            *> Assinatura agendada (CS00139S): horizonte da assinatura e
            *> posicao inicial zerada, sem tela; o arquivo gerado volta pela
            *> linha de comando
            if   lnk-execucao-background
            and  lw-execucao-assinatura
                 move lw-dias-horizonte-assinatura  to f-dias-horizonte
                 if   f-dias-horizonte equal zeros
                 or   f-dias-horizonte greater c-max-dias-horizonte
                      move c-max-dias-horizonte     to f-dias-horizonte
                 end-if
                 perform 2100-projeta-fluxo
                 move lw-Parameters-assinatura      to lnk-Line_Gyou-comando
                 exit section
            end-if

            perform 9000-StandardFrame
            display frm-Fluxo

                 exit section
            end-if

            perform 2100-projeta-fluxo

       exit.

      *>=================================================================================
       2100-projeta-fluxo section.

            accept ws-data-inv                     from date yyyymmdd
            move function integer-of-date(ws-data-inv) to ws-data-sistema-int

                                                       ws-imediato-pagar

            perform 2100-projeta-recebimentos
            perform 2100-projeta-cheques-custodia
            perform 2100-projeta-pagamentos
            perform 2100-gravar-projecao


       exit.

      *>=================================================================================
      *> Parcelas pagas com cheque (CS30006C) saem do aberto; o Value entra
      *> no fluxo pela data bom para do cheque em custodia (CS30050C)
       2100-projeta-cheques-custodia section.

            initialize                             f15000-Cheque_Custodia
            move lnk-CompanyCode                    to f15000-CompanyCode
            move lnk-BranchCode                     to f15000-BranchCode
            set  f15000-cheque-em-custodia          to true
            move zeros                              to f15000-data-bom-para
            perform 9000-str-pd15000-nlss-1
            perform 9000-Read_Yomu-pd15000-nex
            perform until not ws-OperationOK
                       or f15000-CompanyCode not equal lnk-CompanyCode
                       or f15000-BranchCode  not equal lnk-BranchCode
                       or not f15000-cheque-em-custodia

                 move f15000-data-bom-para          to ws-Parameters-data-util
                 perform 9000-classifica-vencimento
                 if   ws-dias-offset not greater zeros
                      add f15000-Value-cheque       to ws-imediato-receber
                 else
                      if   ws-dias-offset not greater f-dias-horizonte
                           move ws-dias-offset      to ws-dia-idx
                           add f15000-Value-cheque  to ws-fx-receber(ws-dia-idx)
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd15000-nex
            end-perform

       exit.

      *>=================================================================================
       2100-projeta-pagamentos section.


            close arq-fluxo

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "FLUXO DE CAIXA - HORIZONTE " f-dias-horizonte " DIAS"
                   delimited by size into lw-ds-parametros-spool
            move wid-arq-fluxo                      to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            move wid-arq-fluxo                      to lw-arquivo-assinatura

            string "Projecao de Fluxo de Caixa gerada em " wid-arq-fluxo into ws-Message_Messeji
            perform 9000-Message_Messeji


            close pd02400
            close pd02600
            close pd15000

       exit.


       copy CSR02400.cpy.
       copy CSR02600.cpy.
       copy CSR15000.cpy.
