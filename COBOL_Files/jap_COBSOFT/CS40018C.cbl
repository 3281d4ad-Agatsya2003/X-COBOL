      $set sourceformat"free"
       program-id. CS40018C.
      *>=================================================================================
      *>
      *>           Transferencias entre Contas Bancarias da Filial
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS14200.cpy.
       copy CSS14300.cpy.

      *>=================================================================================
       data division.

       copy CSF14200.cpy.
       copy CSF14300.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40018C".
       78   c-ProgramDesc                   value "TRANSFERENCIAS ENTRE CONTAS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 ws-Seq-transferencia                pic 9(07).
            03 ws-Value-transferencia              pic 9(11)v9(02).
            03 ws-cd-conta-valida                  pic 9(03).
            03 ws-id-conta-valida                  pic x(01).
               88 ws-conta-valida                      value "S".
               88 ws-conta-invalida                    value "N".

       01   f-Transferencia.
            03 f-Seq-transferencia                 pic 9(07).
            03 f-data-transferencia                pic 9(08).
            03 f-cd-conta-origem                   pic 9(03).
            03 f-Desc-conta-origem                 pic x(40).
            03 f-cd-conta-destino                  pic 9(03).
            03 f-Desc-conta-destino                pic x(40).
            03 f-Value-transferencia               pic zz.zzz.zzz.zz9,99.
            03 f-historico                         pic x(40).
            03 f-StatusID                          pic x(01).
            03 f-data-estorno                      pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Transferencia.
            03 line 11 col 19   pic x(14) value "Transferencia:".
            03 line 11 col 34   pic 9(07) from f-Seq-transferencia.
            03 line 13 col 28   pic x(05) value "Data:".
            03 line 13 col 34   pic 9(08) from f-data-transferencia.
            03 line 15 col 20   pic x(13) value "Conta Origem:".
            03 line 15 col 34   pic 9(03) from f-cd-conta-origem.
            03 line 15 col 40   pic x(40) from f-Desc-conta-origem.
            03 line 17 col 19   pic x(14) value "Conta Destino:".
            03 line 17 col 34   pic 9(03) from f-cd-conta-destino.
            03 line 17 col 40   pic x(40) from f-Desc-conta-destino.
            03 line 19 col 27   pic x(06) value "Value:".
            03 line 19 col 34   pic zz.zzz.zzz.zz9,99 from f-Value-transferencia.
            03 line 21 col 23   pic x(10) value "Historico:".
            03 line 21 col 34   pic x(40) from f-historico.
            03 line 23 col 24   pic x(09) value "Situacao:".
            03 line 23 col 34   pic x(01) from f-StatusID.
            03 line 23 col 38   pic x(25) value "(E=Efetivada X=Estornada)".
            03 line 23 col 65   pic x(08) value "Estorno:".
            03 line 23 col 74   pic 9(08) from f-data-estorno.

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

           perform 9000-Open_Akeru-i-pd14200
           perform 9000-Open_Akeru-io-pd14300

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
                when 04
                     perform 2100-Estornar
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> A transferencia sai da conta origem e entra na conta destino na
      *> mesma data; as duas contas devem estar ativas na Filial
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f-data-transferencia
            perform until exit
                 accept f-data-transferencia at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-data-transferencia greater zeros
                 and  f-data-transferencia not greater ws-data-inv
                      exit perform
                 end-if
                 move "Data da transferencia Invalid_Mukou!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-conta-origem at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 move f-cd-conta-origem             to ws-cd-conta-valida
                 perform 9000-valida-conta-bancaria
                 if   ws-conta-valida
                      move f14200-Desc-conta-bancaria to f-Desc-conta-origem
                      display f-Desc-conta-origem at line 15 col 40
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 accept f-cd-conta-destino at line 17 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit perform
                 end-if
                 if   f-cd-conta-destino equal f-cd-conta-origem
                      move "Conta destino igual a conta origem!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform cycle
                 end-if
                 move f-cd-conta-destino            to ws-cd-conta-valida
                 perform 9000-valida-conta-bancaria
                 if   ws-conta-valida
                      move f14200-Desc-conta-bancaria to f-Desc-conta-destino
                      display f-Desc-conta-destino at line 17 col 40
                      exit perform
                 end-if
                 perform 9000-Message_Messeji
            end-perform

            move zeros                              to ws-Value-transferencia
            perform until ws-Value-transferencia greater zeros or ws-tecla-Cancela
                 accept f-Value-transferencia at line 19 col 34 with update auto-skip
                 move f-Value-transferencia         to ws-Value-transferencia
            end-perform

            perform until f-historico <> spaces or ws-tecla-Cancela
                 accept f-historico at line 21 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Competencia fechada (CS10040C) no aceita novos lancamentos
            initialize                             lw-Periodo
            move "P"                               to lw-modulo-periodo
            move f-data-transferencia              to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - lancamento bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso da transferencia? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Proximo sequencial de transferencias da Filial
            move zeros                              to ws-Seq-transferencia
            initialize                             f14300-Transferencia_Bancaria
            move lnk-CompanyCode                    to f14300-CompanyCode
            move lnk-BranchCode                     to f14300-BranchCode
            move 9999999                           to f14300-Seq-transferencia
            perform 9000-str-pd14300-ngrt
            perform 9000-Read_Yomu-pd14300-pre
            if   ws-OperationOK
            and  f14300-CompanyCode equal lnk-CompanyCode
            and  f14300-BranchCode  equal lnk-BranchCode
                 move f14300-Seq-transferencia      to ws-Seq-transferencia
            end-if
            add 1                                   to ws-Seq-transferencia

            accept ws-data-inv                      from date yyyymmdd

            initialize                             f14300-Transferencia_Bancaria
            move lnk-CompanyCode                    to f14300-CompanyCode
            move lnk-BranchCode                     to f14300-BranchCode
            move ws-Seq-transferencia               to f14300-Seq-transferencia
            move f-data-transferencia               to f14300-data-transferencia
            move f-cd-conta-origem                  to f14300-cd-conta-origem
            move f-cd-conta-destino                 to f14300-cd-conta-destino
            move ws-Value-transferencia             to f14300-Value-transferencia
            move f-historico                        to f14300-historico
            set  f14300-transferencia-efetivada     to true
            move function numval(lnk-UserID)        to f14300-UserID-cadastro
            move ws-data-inv                        to f14300-data-cadastro

            perform 9000-Write_Kaku-pd14300
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f14300-Transferencia_Bancaria - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move ws-Seq-transferencia               to f-Seq-transferencia
            move f14300-StatusID                    to f-StatusID
            perform 8000-Screen_Gamen

            string "Transferencia [" ws-Seq-transferencia "] registrada com sucesso!" into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-valida-conta-bancaria section.

            set  ws-conta-valida                    to true

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move ws-cd-conta-valida                 to f14200-cd-conta-bancaria
            perform 9000-Read_Yomu-pd14200-ran
            if   not ws-OperationOK
            or   not f14200-conta-ativa
                 set  ws-conta-invalida             to true
                 string "Conta Bancaria Invalid_Mukou! [" ws-cd-conta-valida "]" into ws-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
      *> O estorno preserva o registro para auditoria: a transferencia
      *> estornada deixa de compor os saldos das contas
       2100-Estornar section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Record_Kiroku
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            if   f14300-transferencia-estornada
                 move "Transferencia j estornada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Estorno em competencia fechada reabriria o saldo do mes
            initialize                             lw-Periodo
            move "P"                               to lw-modulo-periodo
            move f14300-data-transferencia         to lw-data-movimento-periodo
            call c-valida-periodo-fechado using lnk-par lw-Periodo
            cancel c-valida-periodo-fechado
            if   lw-periodo-bloqueado
                 move "Competencia fechada para o modulo - estorno bloqueado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin estorno da transferencia? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd
            set  f14300-transferencia-estornada     to true
            move function numval(lnk-UserID)        to f14300-UserID-estorno
            move ws-data-inv                        to f14300-data-estorno

            perform 9000-Rewrite_Kakinaosu-pd14300
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f14300-Transferencia_Bancaria - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f14300-StatusID                    to f-StatusID
            move f14300-data-estorno                to f-data-estorno
            perform 8000-Screen_Gamen

            move "Transferencia estornada com sucesso!" to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-Localiza-Record_Kiroku section.

            perform 8000-ClearScreen

            perform until f-Seq-transferencia greater zeros or ws-tecla-Cancela
                 accept f-Seq-transferencia at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f14300-Transferencia_Bancaria
            move lnk-CompanyCode                    to f14300-CompanyCode
            move lnk-BranchCode                     to f14300-BranchCode
            move f-Seq-transferencia                to f14300-Seq-transferencia
            perform 9000-Read_Yomu-pd14300-ran
            if   not ws-OperationOK
                 string "Record_Kiroku no cadastrado! [" f-Seq-transferencia "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f14300-data-transferencia          to f-data-transferencia
            move f14300-cd-conta-origem             to f-cd-conta-origem
            move f14300-cd-conta-destino            to f-cd-conta-destino
            move f14300-Value-transferencia         to f-Value-transferencia
            move f14300-historico                   to f-historico
            move f14300-StatusID                    to f-StatusID
            move f14300-data-estorno                to f-data-estorno

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move f14300-cd-conta-origem             to f14200-cd-conta-bancaria
            perform 9000-Read_Yomu-pd14200-ran
            if   ws-OperationOK
                 move f14200-Desc-conta-bancaria    to f-Desc-conta-origem
            end-if

            initialize                             f14200-Conta_Bancaria
            move lnk-CompanyCode                    to f14200-CompanyCode
            move lnk-BranchCode                     to f14200-BranchCode
            move f14300-cd-conta-destino            to f14200-cd-conta-bancaria
            perform 9000-Read_Yomu-pd14200-ran
            if   ws-OperationOK
                 move f14200-Desc-conta-bancaria    to f-Desc-conta-destino
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd14200
            close pd14300

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Transferencia

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Transferencia

            perform 9000-StandardFrame
            display frm-Transferencia

       exit.

      *>=================================================================================
      *> Rotinas Genrias


       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR14200.cpy.
       copy CSR14300.cpy.
