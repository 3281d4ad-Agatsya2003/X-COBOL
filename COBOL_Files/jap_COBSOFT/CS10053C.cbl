      $set sourceformat"free"
       program-id. CS10053C.
      *>=================================================================================
      *>
      *>       Regras de Segregacao de Funcoes - Combinacoes de Programas Conflitantes
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00000.cpy.
       copy CSS18600.cpy.

      *>=================================================================================
       data division.

       copy CSF00000.cpy.
       copy CSF18600.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10053C".
       78   c-ProgramDesc                   value "REGRAS DE SEGREGACAO DE FUNCOES".
       78   c-relatorio-sod                        value "CS00136S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   f-Regra.
            03 f-cd-regra                          pic 9(04).
            03 f-ds-regra                          pic x(55).
            03 f-id-risco                          pic x(01).
               88 f-risco-valido                       value "B", "M", "A".
            03 f-qtde-minima                       pic 9(01).
            03 f-id-considera-consulta             pic x(01).
               88 f-considera-valido                   value "S", "N".
            03 f-programas.
               05 f-programa-1                     pic x(08).
               05 f-programa-2                     pic x(08).
               05 f-programa-3                     pic x(08).
               05 f-programa-4                     pic x(08).
               05 f-programa-5                     pic x(08).
               05 f-programa-6                     pic x(08).
            03 filler redefines f-programas.
               05 f-programa                       pic x(08) occurs 6.
            03 f-StatusID                          pic x(01).
               88 f-status-valido                      value "A", "I".

       01   ws-WorkFields.
            03 ws-ind-programa                     pic 9(01).
            03 ws-qtde-programas                   pic 9(01).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Regra.
            03 line 11 col 10   pic x(23) value "Regra.................:".
            03 line 11 col 34   pic 9(04) from f-cd-regra.
            03 line 12 col 10   pic x(23) value "Descricao.............:".
            03 line 12 col 34   pic x(55) from f-ds-regra.
            03 line 13 col 10   pic x(23) value "Risco [B/M/A].........:".
            03 line 13 col 34   pic x(01) from f-id-risco.
            03 line 14 col 10   pic x(23) value "Minimo de Programas...:".
            03 line 14 col 34   pic 9(01) from f-qtde-minima.
            03 line 14 col 37   pic x(20) value "(0 = todos da regra)".
            03 line 15 col 10   pic x(23) value "Considera Consulta [S/N]".
            03 line 15 col 34   pic x(01) from f-id-considera-consulta.
            03 line 16 col 10   pic x(23) value "Programas.............:".
            03 line 16 col 34   pic x(08) from f-programa-1.
            03 line 16 col 44   pic x(08) from f-programa-2.
            03 line 16 col 54   pic x(08) from f-programa-3.
            03 line 17 col 34   pic x(08) from f-programa-4.
            03 line 17 col 44   pic x(08) from f-programa-5.
            03 line 17 col 54   pic x(08) from f-programa-6.
            03 line 19 col 10   pic x(23) value "Situacao [A/I]........:".
            03 line 19 col 34   pic x(01) from f-StatusID.

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

            perform 9000-Open_Akeru-i-pd00000
            perform 9000-Open_Akeru-io-pd18600

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
                     perform 2100-Delete_Sakujo
                when 05
                     perform 2100-Relatorio-Conflitos
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
       2100-Add_Tsuika section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            accept f-cd-regra at line 11 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f-cd-regra equal zeros
                 move "Codigo da regra deve ser informado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f18600-Regra_SoD
            move f-cd-regra                         to f18600-cd-regra
            perform 9000-Read_Yomu-pd18600-ran
            if   ws-OperationOK
                 move "Regra de segregacao ja cadastrada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "M"                                to f-id-risco
            move "N"                                to f-id-considera-consulta
            move "A"                                to f-StatusID
            perform 8000-Screen_Gamen

            perform 9000-accept-campos
            if   not ws-OperationOK
                 exit section
            end-if

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 accept ws-data-inv                 from date yyyymmdd

                 initialize                         f18600-Regra_SoD
                 move f-cd-regra                    to f18600-cd-regra
                 perform 9000-move-campos
                 move ws-data-inv                   to f18600-data-cadastro
                 move function numval(lnk-UserID)   to f18600-UserID-cadastro

                 perform 9000-Write_Kaku-pd18600
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f18600-Regra_SoD - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Regra
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       2100-Maintenance_Hozen section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Regra
            if   not ws-OperationOK
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
                 perform 9000-move-campos

                 perform 9000-Rewrite_Kakinaosu-pd18600
                 if   not ws-OperationOK
                      string "Error_Eraa ao Rewrite_Kakinaosu f18600-Regra_SoD - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
       2100-Delete_Sakujo section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Regra
            if   not ws-OperationOK
                 exit section
            end-if

            perform 8000-Screen_Gamen

            move "Confirm_Kakunin excluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 perform 9000-Delete_Sakujo-pd18600
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f18600-Regra_SoD - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Conflitos de todos os usuarios em todas as empresas contra as
      *> regras ativas, para revisao periodica
       2100-Relatorio-Conflitos section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            move "Confirm_Kakunin emissao do relatorio de conflitos? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 call c-relatorio-sod using lnk-par
                 cancel c-relatorio-sod
            end-if

       exit.

      *>=================================================================================
       9000-accept-campos section.

            move "00"                               to ws-AccessResult

            accept f-ds-regra at line 12 col 34 with update auto-skip
            if   ws-tecla-Cancela
                 perform 9000-cancela-edicao
                 exit section
            end-if

            perform with test after until f-risco-valido
                 accept f-id-risco at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-id-risco) to f-id-risco
            end-perform

            accept f-qtde-minima at line 14 col 34 with update auto-skip
            if   ws-tecla-Cancela
                 perform 9000-cancela-edicao
                 exit section
            end-if

            perform with test after until f-considera-valido
                 accept f-id-considera-consulta at line 15 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-id-considera-consulta) to f-id-considera-consulta
            end-perform

            accept f-programa-1 at line 16 col 34 with update auto-skip
            accept f-programa-2 at line 16 col 44 with update auto-skip
            accept f-programa-3 at line 16 col 54 with update auto-skip
            accept f-programa-4 at line 17 col 34 with update auto-skip
            accept f-programa-5 at line 17 col 44 with update auto-skip
            accept f-programa-6 at line 17 col 54 with update auto-skip
            if   ws-tecla-Cancela
                 perform 9000-cancela-edicao
                 exit section
            end-if

            perform 9000-valida-programas
            if   not ws-OperationOK
                 exit section
            end-if

            perform with test after until f-status-valido
                 accept f-StatusID at line 19 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
                 move function upper-case(f-StatusID) to f-StatusID
            end-perform

       exit.

      *>=================================================================================
      *> Ao menos dois programas existentes e sem repeticao; minimo acima da
      *> quantidade informada vale como todos
       9000-valida-programas section.

            move zeros                              to ws-qtde-programas

            perform varying ws-ind-programa from 1 by 1
                    until ws-ind-programa greater 6

                 move function upper-case(f-programa(ws-ind-programa))
                                                    to f-programa(ws-ind-programa)

                 if   f-programa(ws-ind-programa) not equal spaces
                      initialize                   f00000-programas
                      move f-programa(ws-ind-programa) to f00000-ProgramCode
                      perform 9000-Read_Yomu-pd00000-ran
                      if   not ws-OperationOK
                           string "Programa [" f-programa(ws-ind-programa) "] nao cadastrado!" into ws-Message_Messeji
                           perform 9000-Message_Messeji
                           move "23"               to ws-AccessResult
                           exit section
                      end-if
                      add  1                       to ws-qtde-programas
                 end-if
            end-perform

            if   ws-qtde-programas less 2
                 move "Informe ao menos dois programas conflitantes!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            if   f-qtde-minima greater ws-qtde-programas
                 move zeros                         to f-qtde-minima
            end-if

            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       9000-cancela-edicao section.

            move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
            perform 9000-Message_Messeji
            move "10"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-move-campos section.

            move f-ds-regra                         to f18600-ds-regra
            move f-id-risco                         to f18600-id-risco
            move f-qtde-minima                      to f18600-qtde-minima
            move f-id-considera-consulta            to f18600-id-considera-consulta
            move f-StatusID                         to f18600-StatusID

            perform varying ws-ind-programa from 1 by 1
                    until ws-ind-programa greater 6
                 move f-programa(ws-ind-programa)   to f18600-ProgramCode-regra(ws-ind-programa)
            end-perform

       exit.

      *>=================================================================================
       9000-Localiza-Regra section.

            perform 8000-ClearScreen

            accept f-cd-regra at line 11 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 move "10"                          to ws-AccessResult
                 exit section
            end-if

            initialize                             f18600-Regra_SoD
            move f-cd-regra                         to f18600-cd-regra
            perform 9000-Read_Yomu-pd18600-ran
            if   not ws-OperationOK
                 string "Regra de segregacao [" f-cd-regra "] nao cadastrada!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f18600-ds-regra                    to f-ds-regra
            move f18600-id-risco                    to f-id-risco
            move f18600-qtde-minima                 to f-qtde-minima
            move f18600-id-considera-consulta       to f-id-considera-consulta
            if   f-id-considera-consulta equal spaces
                 move "N"                           to f-id-considera-consulta
            end-if
            move f18600-StatusID                    to f-StatusID

            perform varying ws-ind-programa from 1 by 1
                    until ws-ind-programa greater 6
                 move f18600-ProgramCode-regra(ws-ind-programa) to f-programa(ws-ind-programa)
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00000
            close pd18600

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Regra

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Regra

            perform 9000-StandardFrame
            display frm-Regra

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00000.cpy.
       copy CSR18600.cpy.
