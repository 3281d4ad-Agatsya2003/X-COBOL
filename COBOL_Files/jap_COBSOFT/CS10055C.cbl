      $set sourceformat"free"
       program-id. CS10055C.
      *>=================================================================================
      *>
      *>        Assinatura de Relatorios - Envio Agendado por E-mail
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00800.cpy.
       copy CSS01300.cpy.
       copy CSS19100.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF01300.cpy.
       copy CSF19100.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10055C".
       78   c-ProgramDesc                   value "ASSINATURA DE RELATORIOS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW19100.cpy.

       01   ws-WorkFields.
            03 ws-UserID-corrente                  pic 9(11).

       01   f-Assinatura.
            03 f-Seq-assinatura                    pic 9(06).
            03 f-UserID-assinante                  pic 9(11).
            03 f-UserName                          pic x(55).
            03 f-ProgramCode-relatorio             pic x(08).
               88 f-relatorio-valido                   value "CS30015C", "CS30022S",
                                                             "CS20008S", "CS30025S".
               88 f-relatorio-fluxo-caixa              value "CS30025S".
            03 f-regra-periodo                     pic x(01).
               88 f-periodo-valido                     value "M", "A", "S", "D".
            03 f-dias-horizonte                    pic 9(03).
            03 f-frequencia                        pic x(01).
               88 f-frequencia-valida                  value "D", "S", "M".
               88 f-frequencia-diaria                  value "D".
               88 f-frequencia-semanal                 value "S".
               88 f-frequencia-mensal                  value "M".
            03 f-dia-execucao                      pic 9(02).
            03 f-StatusID                          pic x(01).
            03 f-data-ultima-execucao              pic 9(08).
            03 f-motivo-cancelamento               pic x(40).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Assinatura.
            03 line 11 col 10   pic x(23) value "Assinatura............:".
            03 line 11 col 34   pic 9(06) from f-Seq-assinatura.
            03 line 13 col 10   pic x(23) value "Assinante.............:".
            03 line 13 col 34   pic 9(11) from f-UserID-assinante.
            03 line 13 col 47   pic x(55) from f-UserName.
            03 line 15 col 10   pic x(23) value "Relatorio.............:".
            03 line 15 col 34   pic x(08) from f-ProgramCode-relatorio.
            03 line 15 col 44   pic x(60) value "CS30015C Aging  CS30022S Ranking  CS20008S Estoque".
            03 line 16 col 44   pic x(60) value "CS30025S Fluxo de Caixa".
            03 line 17 col 10   pic x(23) value "Periodo...............:".
            03 line 17 col 34   pic x(01) from f-regra-periodo.
            03 line 17 col 44   pic x(60) value "M=Mes Anterior A=Mes ate Hoje S=Ultimos 7 Dias D=Ontem".
            03 line 19 col 10   pic x(23) value "Horizonte (Fluxo).....:".
            03 line 19 col 34   pic 9(03) from f-dias-horizonte.
            03 line 21 col 10   pic x(23) value "Frequencia............:".
            03 line 21 col 34   pic x(01) from f-frequencia.
            03 line 21 col 44   pic x(60) value "D=Diaria S=Semanal M=Mensal".
            03 line 23 col 10   pic x(23) value "Dia de Envio..........:".
            03 line 23 col 34   pic 9(02) from f-dia-execucao.
            03 line 23 col 44   pic x(60) value "Semanal 1=Segunda ... 7=Domingo  Mensal 1 a 28".
            03 line 25 col 10   pic x(23) value "Situacao..............:".
            03 line 25 col 34   pic x(01) from f-StatusID.
            03 line 25 col 44   pic x(40) from f-motivo-cancelamento.
            03 line 27 col 10   pic x(23) value "Ultimo Envio..........:".
            03 line 27 col 34   pic 9(08) from f-data-ultima-execucao.

      *>=================================================================================
       procedure division using lnk-par.

      *>=================================================================================

       0000-Control_Seigyo section.
            perform 1000-Initialization_Shokika
            perform 2000-Processing_Shori
            perform 3000-Finalization_Shuryo.
       0000-Exit_Deguchi.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-Initialization_Shokika section.

            initialize                             wf-FrameOptions

            move function numval(lnk-UserID)        to ws-UserID-corrente

            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd01300
            perform 9000-Open_Akeru-io-pd19100

       exit.

      *>=================================================================================
       2000-Processing_Shori section.

             perform until wf-Frame_Furemu-Return_Modoru

                 evaluate wf-Frame_Furemu
                      when 0
                           perform 8000-Screen_Gamen
                           perform 8000-FrameControl
                      when 9
                           perform 2999-FrameControl
                      when other
                           move "無効なフレーム!"   to ws-Message_Messeji
                           perform 9000-Message_Messeji
                 end-evaluate

            end-perform

       exit.
      *>=================================================================================
       2999-FrameControl section.

            perform 8000-accept-Option_Opushon

            evaluate wf-Option_Opushon
                when 01
                     perform 2100-Add_Tsuika
                when 02
                     perform 2100-Query_Shokai
                when 03
                     perform 2100-Maintenance_Hozen
                when 04
                     perform 2100-Cancelar-Assinatura
                when 05
                     perform 2100-Processar-Assinaturas
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> O proprio Usuario_Yuuzaa assina; assinar por outro exige
      *> Maintenance_Hozen. O assinante precisa ter acesso ao relatorio
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            move "00"                               to ws-AccessResult

            move ws-UserID-corrente                 to f-UserID-assinante
            if   lnk-AllowMaintenance
                 perform with test after until f-UserName not equal spaces
                      accept f-UserID-assinante at line 13 col 34 with update auto-skip
                      if   ws-tecla-Cancela
                           perform 9000-cancela-edicao
                           exit section
                      end-if
                      perform 9000-le-usuario
                      perform 8000-Screen_Gamen
                 end-perform
            else
                 perform 9000-le-usuario
                 if   f-UserName equal spaces
                      exit section
                 end-if
                 perform 8000-Screen_Gamen
            end-if

            move "D"                                to f-frequencia

            perform 9000-accept-campos
            if   not ws-OperationOK
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            *> Proximo sequencial da Company_Kaisha
            initialize                             f19100-Assinatura_Relatorio
            move lnk-CompanyCode                    to f19100-CompanyCode
            move lnk-BranchCode                     to f19100-BranchCode
            move 999999                             to f19100-Seq-assinatura
            perform 9000-str-pd19100-nlss
            perform 9000-Read_Yomu-pd19100-pre
            if   ws-OperationOK
            and  f19100-CompanyCode equal lnk-CompanyCode
            and  f19100-BranchCode  equal lnk-BranchCode
                 compute f-Seq-assinatura = f19100-Seq-assinatura + 1
            else
                 move 1                             to f-Seq-assinatura
            end-if

            initialize                             f19100-Assinatura_Relatorio
            move lnk-CompanyCode                    to f19100-CompanyCode
            move lnk-BranchCode                     to f19100-BranchCode
            move f-Seq-assinatura                   to f19100-Seq-assinatura
            move f-UserID-assinante                 to f19100-UserID-assinante
            move f-ProgramCode-relatorio            to f19100-ProgramCode-relatorio
            move f-regra-periodo                    to f19100-regra-periodo
            move f-dias-horizonte                   to f19100-dias-horizonte
            move f-frequencia                       to f19100-frequencia
            move f-dia-execucao                     to f19100-dia-execucao
            move zeros                              to f19100-data-ultima-execucao
            set  f19100-assinatura-ativa            to true
            move ws-data-inv                        to f19100-data-inclusao
            move ws-UserID-corrente                 to f19100-UserID-operacao

            perform 9000-Write_Kaku-pd19100
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f19100-Assinatura_Relatorio - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f19100-StatusID                    to f-StatusID
            perform 8000-Screen_Gamen

            string "Assinatura " f-Seq-assinatura " incluida." delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Assinatura
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       2100-Maintenance_Hozen section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Assinatura
            if   not ws-OperationOK
                 exit section
            end-if

            perform 9000-verifica-titular
            if   not ws-OperationOK
                 exit section
            end-if

            if   f19100-assinatura-cancelada
                 move "Assinatura cancelada nao pode ser alterada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-Screen_Gamen

            perform 9000-accept-campos
            if   not ws-OperationOK
                 exit section
            end-if

            move "Confirm_Kakunin alteracao do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 move f-ProgramCode-relatorio       to f19100-ProgramCode-relatorio
                 move f-regra-periodo               to f19100-regra-periodo
                 move f-dias-horizonte              to f19100-dias-horizonte
                 move f-frequencia                  to f19100-frequencia
                 move f-dia-execucao                to f19100-dia-execucao
                 move ws-UserID-corrente            to f19100-UserID-operacao

                 perform 9000-Rewrite_Kakinaosu-pd19100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f19100-Assinatura_Relatorio - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> O cancelamento fica registrado: a assinatura nao e excluida
       2100-Cancelar-Assinatura section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Assinatura
            if   not ws-OperationOK
                 exit section
            end-if

            perform 9000-verifica-titular
            if   not ws-OperationOK
                 exit section
            end-if

            if   f19100-assinatura-cancelada
                 move "Assinatura ja cancelada!"   to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin cancelamento da assinatura? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                 from date yyyymmdd

                 set  f19100-assinatura-cancelada   to true
                 move ws-data-inv                   to f19100-data-cancelamento
                 move "CANCELADA PELO USUARIO"      to f19100-motivo-cancelamento
                 move ws-UserID-corrente            to f19100-UserID-operacao

                 perform 9000-Rewrite_Kakinaosu-pd19100
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f19100-Assinatura_Relatorio - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Execucao imediata do job de assinaturas (CS00139S) para a
      *> Company_Kaisha corrente
       2100-Processar-Assinaturas section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            move "Confirm_Kakunin envio das assinaturas do dia? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 call c-assinaturas-relatorio using lnk-par
                 cancel c-assinaturas-relatorio
            end-if

       exit.

      *>=================================================================================
       9000-accept-campos section.

            move "00"                               to ws-AccessResult

            perform with test after until f-relatorio-valido
                                      and ws-assinatura-permitida
                 accept f-ProgramCode-relatorio at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-ProgramCode-relatorio) to f-ProgramCode-relatorio
                 set  ws-assinatura-sem-permissao   to true
                 if   f-relatorio-valido
                      move lnk-CompanyCode          to f19100-CompanyCode
                      move lnk-BranchCode           to f19100-BranchCode
                      move f-UserID-assinante       to f19100-UserID-assinante
                      move f-ProgramCode-relatorio  to f19100-ProgramCode-relatorio
                      perform 9000-permissao-assinatura
                      if   ws-assinatura-sem-permissao
                           move "Assinante sem acesso ao relatorio nesta Company_Kaisha!" to ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if
            end-perform

            perform with test after until f-periodo-valido
                 accept f-regra-periodo at line 17 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-regra-periodo) to f-regra-periodo
            end-perform

            if   f-relatorio-fluxo-caixa
                 perform with test after until f-dias-horizonte greater zeros
                                           and f-dias-horizonte not greater 120
                      accept f-dias-horizonte at line 19 col 34 with update auto-skip
                      if   ws-tecla-Cancela
                           perform 9000-cancela-edicao
                           exit section
                      end-if
                 end-perform
            else
                 move zeros                         to f-dias-horizonte
            end-if

            perform with test after until f-frequencia-valida
                 accept f-frequencia at line 21 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-frequencia) to f-frequencia
            end-perform

            evaluate true
                when f-frequencia-semanal
                     perform with test after until f-dia-execucao greater zeros
                                               and f-dia-execucao not greater 7
                          accept f-dia-execucao at line 23 col 34 with update auto-skip
                          if   ws-tecla-Cancela
                               perform 9000-cancela-edicao
                               exit section
                          end-if
                     end-perform
                when f-frequencia-mensal
                     perform with test after until f-dia-execucao greater zeros
                                               and f-dia-execucao not greater 28
                          accept f-dia-execucao at line 23 col 34 with update auto-skip
                          if   ws-tecla-Cancela
                               perform 9000-cancela-edicao
                               exit section
                          end-if
                     end-perform
                when other
                     move zeros                     to f-dia-execucao
            end-evaluate

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
      *> O relatorio segue para o e-mail do cadastro do assinante
       9000-le-usuario section.

            move spaces                             to f-UserName

            initialize                             f00800-User_Yuuzaa
            move f-UserID-assinante                 to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   ws-OperationOK
            and  f00800-Active_Akutibu
                 move f00800-UserName               to f-UserName
                 if   f00800-Email equal spaces
                      move "Usuario_Yuuzaa sem e-mail cadastrado - o relatorio ficara somente no spool!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            else
                 move "Usuario_Yuuzaa inexistente ou inativo!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Assinatura de outro Usuario_Yuuzaa so com Maintenance_Hozen
       9000-verifica-titular section.

            move "00"                               to ws-AccessResult

            if   f19100-UserID-assinante not equal ws-UserID-corrente
            and  not lnk-AllowMaintenance
                 move "Assinatura de outro usuario - sem permissao de Maintenance_Hozen!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "10"                          to ws-AccessResult
            end-if

       exit.

      *>=================================================================================
       9000-cancela-edicao section.

            move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
            perform 9000-Message_Messeji
            move "10"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-Localiza-Assinatura section.

            perform 8000-ClearScreen

            move "00"                               to ws-AccessResult

            perform with test after until f-Seq-assinatura greater zeros
                 accept f-Seq-assinatura at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
            end-perform

            initialize                             f19100-Assinatura_Relatorio
            move lnk-CompanyCode                    to f19100-CompanyCode
            move lnk-BranchCode                     to f19100-BranchCode
            move f-Seq-assinatura                   to f19100-Seq-assinatura
            perform 9000-Read_Yomu-pd19100-ran
            if   not ws-OperationOK
                 string "Assinatura nao cadastrada! [" f-Seq-assinatura "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f19100-UserID-assinante            to f-UserID-assinante
            move f19100-ProgramCode-relatorio       to f-ProgramCode-relatorio
            move f19100-regra-periodo               to f-regra-periodo
            move f19100-dias-horizonte              to f-dias-horizonte
            move f19100-frequencia                  to f-frequencia
            move f19100-dia-execucao                to f-dia-execucao
            move f19100-StatusID                    to f-StatusID
            move f19100-data-ultima-execucao        to f-data-ultima-execucao
            move f19100-motivo-cancelamento         to f-motivo-cancelamento

            initialize                             f00800-User_Yuuzaa
            move f-UserID-assinante                 to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   ws-OperationOK
                 move f00800-UserName               to f-UserName
            else
                 move spaces                        to f-UserName
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00800
            close pd01300
            close pd19100

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Assinatura

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Assinatura

            perform 9000-StandardFrame
            display frm-Assinatura

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

       copy CSP19100.cpy. *> Assinaturas de Relatorio

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR01300.cpy.
       copy CSR19100.cpy.
