      *>=================================================================================
      *> Assinaturas ativas do Usuario_Yuuzaa na Company_Kaisha: a que perdeu
      *> o acesso ao relatorio (f01300) e cancelada. O host abre pd00800,
      *> pd01300 e pd19100 (i-o)
       9000-revisa-assinaturas section.

            move zeros                              to ws-qtde-canceladas-rev

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f19100-Assinatura_Relatorio
            move ws-CompanyCode-rev                 to f19100-CompanyCode
            move ws-BranchCode-rev                  to f19100-BranchCode
            move ws-UserID-rev                      to f19100-UserID-assinante
            move zeros                              to f19100-Seq-assinatura
            perform 9000-str-pd19100-grt-1
            perform 9000-Read_Yomu-pd19100-nex
            perform until not ws-OperationOK
                       or f19100-CompanyCode       not equal ws-CompanyCode-rev
                       or f19100-BranchCode        not equal ws-BranchCode-rev
                       or f19100-UserID-assinante  not equal ws-UserID-rev

                 if   f19100-assinatura-ativa
                      perform 9000-permissao-assinatura
                      if   ws-assinatura-sem-permissao
                           perform 9000-cancela-assinatura
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd19100-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Mesma regra do menu (CS00002M): o programa concedido com qualquer
      *> das permissoes; o Usuario_Yuuzaa de desenvolvimento entra como master
       9000-permissao-assinatura section.

            set  ws-assinatura-sem-permissao        to true

            initialize                             f00800-User_Yuuzaa
            move f19100-UserID-assinante            to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   not ws-OperationOK
                 move "00"                          to ws-AccessResult
                 exit section
            end-if

            if   f00800-Development_Kaihatsu
                 set  ws-assinatura-permitida       to true
                 exit section
            end-if

            initialize                             f01300-User_Yuuzaa-modulo
            move f19100-CompanyCode                 to f01300-CompanyCode
            move f19100-BranchCode                  to f01300-BranchCode
            move f19100-UserID-assinante            to f01300-UserID
            move f19100-ProgramCode-relatorio       to f01300-ProgramCode
            perform 9000-Read_Yomu-pd01300-ran
            if   ws-OperationOK
                 if   f01300-AllowQuery
                 or   f01300-AllowAdd
                 or   f01300-AllowMaintenance
                 or   f01300-permite-Delete_Sakujo
                      set  ws-assinatura-permitida  to true
                 end-if
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-cancela-assinatura section.

            set  f19100-assinatura-cancelada        to true
            move ws-data-inv                        to f19100-data-cancelamento
            move "PERMISSAO AO RELATORIO REMOVIDA"  to f19100-motivo-cancelamento

            perform 9000-Rewrite_Kakinaosu-pd19100
            if   ws-OperationOK
                 add  1                             to ws-qtde-canceladas-rev
            else
                 string "Error_Eraa ao Rewrite_Kakinaosu f19100-Assinatura_Relatorio - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.
