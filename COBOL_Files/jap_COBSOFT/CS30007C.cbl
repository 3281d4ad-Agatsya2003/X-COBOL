       78   c-ProgramDesc                   value "PEDIDO DE VENDA".
       78   c-serie-pedido-venda                   value 902.
       78   c-auditoria-cadastro                   value "CS00116S".
       78   c-digitacao-grade                      value "CS00129S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW17500.cpy.

       01   ws-WorkFields.
            03 ws-ArmazemCode-Padrao               pic 9(04).
            03 ws-qtde-reservada-anterior          pic s9(09)v9(04).
            03 ws-motivo-movimento                 pic x(40).
            03 ws-contador-Report_Repoto            pic 9(05).
            03 ws-ind-grade                        pic 9(03).
            03 ws-contador-itens-grade             pic 9(03).
            03 ws-contador-backorder-grade         pic 9(03).
            03 ws-id-Stock_Zaiko                   pic x(01).
               88 ws-Product_Seihin-disponivel          value "S".
               88 ws-Product_Seihin-indisponivel        value "N".
            03 f-aliq-icms                         pic zz9,99.
            03 f-aliq-ipi                          pic zz9,99.

       copy CSW00800.cpy.

      *>=================================================================================
       linkage section.

                      exit perform cycle
                 end-if

                 *> Product_Seihin pai de grade: quantidades digitadas na
                 *> matriz tamanho x cor, um item por SKU
                 if   f01800-Product-grade
                      perform 2300-itens-grade
                      exit perform cycle
                 end-if

                 move f01800-Desc-Product_Seihin     to f-Desc-Product_Seihin
                 perform 8000-Screen_Gamen

                      exit perform
                 end-if

                 perform 2300-grava-item-pedido
                 if   not ws-OperationOK
                      exit perform
                 end-if

                 move "Add_Tsuika outro Product_Seihin ao Pedido? [S/N]" to ws-Message_Messeji
                 perform 9000-Message_Messeji

       exit.


      *>=================================================================================
       2300-grava-item-pedido section.

            add 1                                   to ws-Seq-item

            initialize                             f07400-item-Pedido_Venda
            move lnk-CompanyCode                    to f07400-CompanyCode
            move lnk-BranchCode                     to f07400-BranchCode
            move ws-Number-pedido                  to f07400-Number-pedido
            move ws-Seq-item                       to f07400-Seq
            move f-ProductCode                      to f07400-ProductCode
            move f-cd-unidade-medida                to f07400-cd-unidade-medida
            move ws-qtde-pedida                     to f07400-qtde-pedida
            move zeros                             to f07400-qtde-faturada
            move ws-Value-unitario-item             to f07400-Value-unitario
            move f-aliq-icms                        to f07400-aliq-icms
            move f-aliq-ipi                         to f07400-aliq-ipi
            move f-data-entrega-solicitada          to f07400-data-entrega-solicitada
            if   ws-item-backorder
                 move zeros                         to f07400-qtde-reservada
            else
                 move ws-qtde-pedida                to f07400-qtde-reservada
            end-if

            perform 9000-Write_Kaku-pd07400
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f07400-item-Pedido_Venda - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            compute ws-Value-total-pedido =
                    ws-Value-total-pedido
                    + (ws-qtde-pedida * ws-Value-unitario-item)

       exit.

      *>=================================================================================
      *> Itens da grade: unidade e aliquotas informadas uma vez para todos os
      *> SKUs; preco vigente de cada SKU; sem saldo o SKU entra como backorder
       2300-itens-grade section.

            initialize                             lw-Grade
            move f01800-ProductCode                 to lw-cd-Product-pai-grade
            move ws-ArmazemCode-Padrao              to lw-ArmazemCode-grade
            set  lw-grade-digitacao                 to true
            call c-digitacao-grade using lnk-par lw-Grade
            cancel c-digitacao-grade

            perform 8000-Screen_Gamen

            if   not lw-grade-confirmada
                 exit section
            end-if

            accept f-cd-unidade-medida at line 23 col 34 with update auto-skip
            accept f-aliq-icms at line 23 col 61 with update auto-skip
            accept f-aliq-ipi  at line 23 col 70 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            move zeros                              to ws-contador-itens-grade
                                                       ws-contador-backorder-grade

            perform varying ws-ind-grade from 1 by 1
                    until ws-ind-grade greater lw-qtde-itens-grade

                 initialize                         f01800-Product_Seihin
                 move lnk-CompanyCode               to f01800-CompanyCode
                 move lnk-BranchCode                to f01800-BranchCode
                 move lw-ProductCode-grade(ws-ind-grade) to f01800-ProductCode
                 perform 9000-Read_Yomu-pd01800-ran
                 if   not ws-OperationOK
                      exit perform cycle
                 end-if

                 move f01800-ProductCode            to f-ProductCode
                 move f01800-Desc-Product_Seihin    to f-Desc-Product_Seihin
                 move lw-qtde-grade(ws-ind-grade)   to ws-qtde-pedida
                                                       f-qtde-pedida
                 perform 8000-Screen_Gamen

                 set  ws-item-reservado             to true
                 perform 9000-Reservar-Stock_Zaiko
                 if   ws-Product_Seihin-indisponivel
                      set  ws-item-backorder        to true
                      add  1                        to ws-contador-backorder-grade
                 end-if

                 perform 9000-preco-vigente
                 move ws-Value-unitario-item        to f-Value-unitario

                 move f-ProductCode                 to ws-cd-Product-margem
                 move ws-Value-unitario-item        to ws-preco-liquido-margem
                 perform 9000-verifica-margem-minima
                 if   ws-margem-reprovada
                      string "SKU " f-ProductCode " nao incluido - preco abaixo do piso de margem!" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      move f-ProductCode            to ws-cd-Product-margem
                      perform 9000-desfaz-reserva-margem
                      exit perform cycle
                 end-if

                 perform 2300-grava-item-pedido
                 if   not ws-OperationOK
                      exit perform
                 end-if

                 add  1                             to ws-contador-itens-grade
            end-perform

            string ws-contador-itens-grade " itens da grade incluidos, " ws-contador-backorder-grade
                   " como backorder" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Piso de margem por categoria: preo liquido abaixo do custo medio
      *> acrescido da margem minima exige credencial de supervisor, com o
            initialize                             f00800-User_Yuuzaa
            move ws-UserID-supervisor               to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            initialize                             lw-Senha
            if   ws-OperationOK
                 set  lw-verificar-senha            to true
                 move ws-senha-supervisor           to lw-senha-informada
                 move f00800-UserPassword           to lw-senha-texto
                 move f00800-id-formato-senha       to lw-id-formato-senha
                 move f00800-salt-senha             to lw-salt-senha
                 move f00800-hash-senha             to lw-hash-senha
                 call c-hash-senha using lnk-par lw-Senha
                 cancel c-hash-senha
            end-if
            if   not ws-OperationOK
            or   not f00800-Active_Akutibu
            or   not f00800-permite-atribuir-acesso
            or   not lw-senha-confere
                 move "Credencial de supervisor Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
