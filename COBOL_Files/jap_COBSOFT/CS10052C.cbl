      $set sourceformat"free"
       program-id. CS10052C.
      *>=================================================================================
      *>
      *>              Usuarios x Perfis e Programas (Concessao de Acesso)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00000.cpy.
       copy CSS00800.cpy.
       copy CSS00900.cpy.
       copy CSS01000.cpy.
       copy CSS01100.cpy.
       copy CSS01200.cpy.
       copy CSS01300.cpy.
       copy CSS19100.cpy.

      *>=================================================================================
       data division.

       copy CSF00000.cpy.
       copy CSF00800.cpy.
       copy CSF00900.cpy.
       copy CSF01000.cpy.
       copy CSF01100.cpy.
       copy CSF01200.cpy.
       copy CSF01300.cpy.
       copy CSF19100.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10052C".
       78   c-ProgramDesc                   value "USUARIOS X PERFIS E PROGRAMAS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW18600.cpy.
       copy CSW19100.cpy.

       01   ws-WorkFields.
            03 ws-id-validacao                     pic x(01).
               88 ws-ValidationOK                       value "S".
               88 ws-validacao-nok                      value "N".

       01   f-User_Yuuzaa-acesso.
            03 f-cpf                               pic 9(11).
            03 f-UserName                          pic x(55).
            03 f-ProfileCode                       pic 9(03).
            03 f-Desc-Profile_Purofiru             pic x(55).
            03 f-ProgramCode                       pic x(08).
            03 f-ProgramDesc                       pic x(55).
            03 f-id-Query_Shokai                   pic x(01).
               88 f-AllowQuery                          value "S".
               88 f-nao-AllowQuery                      value "N".
            03 f-id-inclusao                       pic x(01).
               88 f-AllowAdd                            value "S".
               88 f-nao-AllowAdd                        value "N".
            03 f-id-Maintenance_Hozen              pic x(01).
               88 f-AllowMaintenance                    value "S".
               88 f-nao-AllowMaintenance                value "N".
            03 f-id-Delete_Sakujo                  pic x(01).
               88 f-permite-Delete_Sakujo               value "S".
               88 f-nao-permite-Delete_Sakujo           value "N".
            03 f-id-campos-restritos               pic x(01).
               88 f-restringe-campos                    value "S".
               88 f-nao-restringe-campos                value "N".

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-User_Yuuzaa-acesso.
            03 line 11 col 21   pic x(12) value "Login (CPF):".
            03 line 11 col 34   pic x(14) from ws-mascara-cpf.
            03 line 11 col 34   pic 9(03) from f-cpf(01:03).
            03 line 11 col 38   pic 9(03) from f-cpf(04:03).
            03 line 11 col 42   pic 9(03) from f-cpf(07:03).
            03 line 11 col 46   pic 9(02) from f-cpf(10:02).
            03 line 13 col 20   pic x(13) value "Name_Namae ユーザー:".
            03 line 13 col 34   pic x(55) from f-UserName.
            03 line 15 col 26   pic x(07) value "Perfil:".
            03 line 15 col 34   pic 9(03) from f-ProfileCode.
            03 line 15 col 38   pic x(01) value "-".
            03 line 15 col 40   pic x(55) from f-Desc-Profile_Purofiru.
            03 line 17 col 24   pic x(09) value "Programa:".
            03 line 17 col 34   pic x(08) from f-ProgramCode.
            03 line 17 col 43   pic x(01) value "-".
            03 line 17 col 45   pic x(55) from f-ProgramDesc.
            03 line 19 col 16   pic x(17) value "Permite Consulta:".
            03 line 19 col 34   pic x(01) from f-id-Query_Shokai.
            03 line 21 col 16   pic x(17) value "Permite Inclusao:".
            03 line 21 col 34   pic x(01) from f-id-inclusao.
            03 line 23 col 14   pic x(19) value "Permite Manutencao:".
            03 line 23 col 34   pic x(01) from f-id-Maintenance_Hozen.
            03 line 25 col 16   pic x(17) value "Permite Exclusao:".
            03 line 25 col 34   pic x(01) from f-id-Delete_Sakujo.
            03 line 27 col 16   pic x(17) value "Campos Restritos:".
            03 line 27 col 34   pic x(01) from f-id-campos-restritos.

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
           perform 9000-Open_Akeru-i-pd00800
           perform 9000-Open_Akeru-i-pd00900
           perform 9000-Open_Akeru-i-pd01000
           perform 9000-Open_Akeru-i-pd01100
           perform 9000-Open_Akeru-io-pd01200
           perform 9000-Open_Akeru-io-pd01300
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
                     perform 2100-Vincular-Perfil
                when 02
                     perform 2100-Conceder-Programa
                when 03
                     perform 2100-Query_Shokai
                when 04
                     perform 2100-Delete_Sakujo
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Perfil vinculado ao usuario na empresa/filial corrente; os programas
      *> do perfil passam a valer tambem no registro do proprio usuario
       2100-Vincular-Perfil section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-accept-User_Yuuzaa
            if   ws-validacao-nok
                 exit section
            end-if

            perform 9000-accept-Profile_Purofiru
            if   ws-validacao-nok
                 exit section
            end-if

            initialize                             f01200-User_Yuuzaa-Profile_Purofiru
            move lnk-CompanyCode                    to f01200-CompanyCode
            move lnk-BranchCode                     to f01200-BranchCode
            move f-cpf                              to f01200-UserID
            move f-ProfileCode                      to f01200-ProfileCode
            perform 9000-Read_Yomu-pd01200-ran
            if   ws-OperationOK
                 string "Perfil ja vinculado ao usuario! [" f-ProfileCode "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-FrameControl
                 exit section
            end-if

            move "Confirm_Kakunin vinculo do perfil ao usuario? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Todos os programas do perfil entram como candidatos
            initialize                             lw-SoD
            set  lw-sod-verificar-usuario           to true
            move lnk-CompanyCode                    to lw-CompanyCode-sod
            move lnk-BranchCode                     to lw-BranchCode-sod
            move f-cpf                              to lw-UserID-sod
            move f-ProfileCode                      to lw-ProfileCode-sod
            move "F"                                to lw-id-origem-sod

            initialize                             f01100-Profile_Purofiru-modulo
            move lnk-CompanyCode                    to f01100-CompanyCode
            move lnk-BranchCode                     to f01100-BranchCode
            move f-ProfileCode                      to f01100-ProfileCode
            move spaces                             to f01100-ProgramCode
            perform 9000-str-pd01100-gtr
            perform 9000-Read_Yomu-pd01100-nex
            perform until not ws-OperationOK
                       or f01100-CompanyCode not equal lnk-CompanyCode
                       or f01100-BranchCode  not equal lnk-BranchCode
                       or f01100-ProfileCode not equal f-ProfileCode
                       or lw-qtde-candidatos-sod not less 100

                 if   f01100-AllowQuery
                 or   f01100-AllowAdd
                 or   f01100-AllowMaintenance
                 or   f01100-permite-Delete_Sakujo
                      add  1                        to lw-qtde-candidatos-sod
                      move f01100-ProgramCode       to lw-ProgramCode-candidato-sod(lw-qtde-candidatos-sod)
                      if   not f01100-AllowAdd
                      and  not f01100-AllowMaintenance
                      and  not f01100-permite-Delete_Sakujo
                           set  lw-candidato-somente-consulta(lw-qtde-candidatos-sod) to true
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd01100-nex
            end-perform

            call c-conflito-sod using lnk-par lw-SoD
            cancel c-conflito-sod

            perform 9000-confirma-conflito-sod
            if   lw-sod-concessao-negada
                 exit section
            end-if

            initialize                             f01200-User_Yuuzaa-Profile_Purofiru
            move lnk-CompanyCode                    to f01200-CompanyCode
            move lnk-BranchCode                     to f01200-BranchCode
            move f-cpf                              to f01200-UserID
            move f-ProfileCode                      to f01200-ProfileCode
            perform 9000-Write_Kaku-pd01200
            if   not ws-OperationOK
                 string "Error_Eraa de gravao - f01200-User_Yuuzaa-Profile_Purofiru [" f01200-User_Yuuzaa-Profile_Purofiru "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             f01100-Profile_Purofiru-modulo
            move lnk-CompanyCode                    to f01100-CompanyCode
            move lnk-BranchCode                     to f01100-BranchCode
            move f-ProfileCode                      to f01100-ProfileCode
            move spaces                             to f01100-ProgramCode
            perform 9000-str-pd01100-gtr
            perform 9000-Read_Yomu-pd01100-nex
            perform until not ws-OperationOK
                       or f01100-CompanyCode not equal lnk-CompanyCode
                       or f01100-BranchCode  not equal lnk-BranchCode
                       or f01100-ProfileCode not equal f-ProfileCode

                 initialize                        f01300-User_Yuuzaa-modulo
                 move lnk-CompanyCode               to f01300-CompanyCode
                 move lnk-BranchCode                to f01300-BranchCode
                 move f-cpf                         to f01300-UserID
                 move f01100-ProgramCode            to f01300-ProgramCode
                 perform 9000-Read_Yomu-pd01300-ran

                 if   f01100-AllowQuery
                      set f01300-AllowQuery         to true
                 end-if
                 if   f01100-AllowAdd
                      set f01300-AllowAdd           to true
                 end-if
                 if   f01100-AllowMaintenance
                      set f01300-AllowMaintenance   to true
                 end-if
                 if   f01100-permite-Delete_Sakujo
                      set f01300-permite-Delete_Sakujo to true
                 end-if

                 perform 9000-Rewrite_Kakinaosu-pd01300
                 if   not ws-OperationOK
                      perform 9000-Write_Kaku-pd01300
                      if   not ws-OperationOK
                           string "Error_Eraa de gravao f01300-User_Yuuzaa-modulo - Status [" ws-AccessResult "]" into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd01100-nex
            end-perform

            move "Perfil vinculado ao usuario." to ws-Message_Messeji
            perform 9000-Message_Messeji

            perform 8000-FrameControl

       exit.

      *>=================================================================================
      *> Concessao (ou alteracao) de programa diretamente ao usuario
       2100-Conceder-Programa section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-accept-User_Yuuzaa
            if   ws-validacao-nok
                 exit section
            end-if

            perform 9000-accept-programa
            if   ws-validacao-nok
                 exit section
            end-if

            initialize                             f01300-User_Yuuzaa-modulo
            move lnk-CompanyCode                    to f01300-CompanyCode
            move lnk-BranchCode                     to f01300-BranchCode
            move f-cpf                              to f01300-UserID
            move f-ProgramCode                      to f01300-ProgramCode
            perform 9000-Read_Yomu-pd01300-ran
            if   ws-OperationOK
                 move f01300-id-Query_Shokai        to f-id-Query_Shokai
                 move f00130-id-inclusao            to f-id-inclusao
                 move f01300-id-Maintenance_Hozen   to f-id-Maintenance_Hozen
                 move f00130-id-Delete_Sakujo       to f-id-Delete_Sakujo
                 move f01300-id-campos-restritos    to f-id-campos-restritos
                 perform 8000-Screen_Gamen
            end-if

            perform until f-AllowQuery or f-nao-AllowQuery or ws-tecla-Cancela
                 accept f-id-Query_Shokai at line 19 col 34 with update auto-skip
                 move function upper-case(f-id-Query_Shokai) to f-id-Query_Shokai
            end-perform

            perform until f-AllowAdd or f-nao-AllowAdd or ws-tecla-Cancela
                 accept f-id-inclusao at line 21 col 34 with update auto-skip
                 move function upper-case(f-id-inclusao) to f-id-inclusao
            end-perform

            perform until f-AllowMaintenance or f-nao-AllowMaintenance or ws-tecla-Cancela
                 accept f-id-Maintenance_Hozen at line 23 col 34 with update auto-skip
                 move function upper-case(f-id-Maintenance_Hozen) to f-id-Maintenance_Hozen
            end-perform

            perform until f-permite-Delete_Sakujo or f-nao-permite-Delete_Sakujo or ws-tecla-Cancela
                 accept f-id-Delete_Sakujo at line 25 col 34 with update auto-skip
                 move function upper-case(f-id-Delete_Sakujo) to f-id-Delete_Sakujo
            end-perform

            perform until f-restringe-campos or f-nao-restringe-campos or ws-tecla-Cancela
                 accept f-id-campos-restritos at line 27 col 34 with update auto-skip
                 move function upper-case(f-id-campos-restritos) to f-id-campos-restritos
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin incluso/alterao de Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            initialize                             lw-SoD
            set  lw-sod-verificar-usuario           to true
            move lnk-CompanyCode                    to lw-CompanyCode-sod
            move lnk-BranchCode                     to lw-BranchCode-sod
            move f-cpf                              to lw-UserID-sod
            move "U"                                to lw-id-origem-sod
            move f-ProgramCode                      to lw-ProgramCode-sod
            if   f-AllowQuery
            or   f-AllowAdd
            or   f-AllowMaintenance
            or   f-permite-Delete_Sakujo
                 move 1                             to lw-qtde-candidatos-sod
                 move f-ProgramCode                 to lw-ProgramCode-candidato-sod(1)
                 if   not f-AllowAdd
                 and  not f-AllowMaintenance
                 and  not f-permite-Delete_Sakujo
                      set  lw-candidato-somente-consulta(1) to true
                 end-if
            end-if

            call c-conflito-sod using lnk-par lw-SoD
            cancel c-conflito-sod

            perform 9000-confirma-conflito-sod
            if   lw-sod-concessao-negada
                 exit section
            end-if

            initialize                             f01300-User_Yuuzaa-modulo
            move lnk-CompanyCode                    to f01300-CompanyCode
            move lnk-BranchCode                     to f01300-BranchCode
            move f-cpf                              to f01300-UserID
            move f-ProgramCode                      to f01300-ProgramCode
            move f-id-Query_Shokai                  to f01300-id-Query_Shokai
            move f-id-inclusao                      to f00130-id-inclusao
            move f-id-Maintenance_Hozen             to f01300-id-Maintenance_Hozen
            move f-id-Delete_Sakujo                 to f00130-id-Delete_Sakujo
            move f-id-campos-restritos              to f01300-id-campos-restritos
            perform 9000-Write_Kaku-pd01300
            if   not ws-OperationOK
                 perform 9000-Rewrite_Kakinaosu-pd01300
                 if   not ws-OperationOK
                      string "Error_Eraa de gravao f01300-User_Yuuzaa-modulo - Status [" ws-AccessResult "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

            perform 9000-assinaturas-usuario

            perform 8000-FrameControl

       exit.

      *>=================================================================================
      *> Conflitos vigentes do usuario na empresa/filial corrente
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-accept-User_Yuuzaa
            if   ws-validacao-nok
                 exit section
            end-if

            initialize                             lw-SoD
            set  lw-sod-listar-usuario              to true
            move lnk-CompanyCode                    to lw-CompanyCode-sod
            move lnk-BranchCode                     to lw-BranchCode-sod
            move f-cpf                              to lw-UserID-sod
            call c-conflito-sod using lnk-par lw-SoD
            cancel c-conflito-sod

            if   lw-sod-sem-conflito
                 move "Nenhum conflito de segregacao para o usuario." to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            perform varying lw-ind-conflito-sod from 1 by 1
                    until lw-ind-conflito-sod greater lw-qtde-conflitos-sod
                 move spaces                        to ws-Message_Messeji
                 string "Regra " lw-cd-regra-conflito(lw-ind-conflito-sod)
                        " risco [" lw-id-risco-conflito(lw-ind-conflito-sod) "] "
                        function trim(lw-ds-regra-conflito(lw-ind-conflito-sod))
                        " - " function trim(lw-origem-conflito(lw-ind-conflito-sod))
                        " - liberado [" lw-id-excecao-conflito(lw-ind-conflito-sod) "]"
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            perform 8000-FrameControl

       exit.

      *>=================================================================================
      *> Remove o vinculo com o perfil e/ou a concessao do programa
       2100-Delete_Sakujo section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-accept-User_Yuuzaa
            if   ws-validacao-nok
                 exit section
            end-if

            accept f-ProfileCode at line 15 col 34 with update auto-skip
            if   f-ProfileCode not equal zeros
                 initialize                        f01200-User_Yuuzaa-Profile_Purofiru
                 move lnk-CompanyCode               to f01200-CompanyCode
                 move lnk-BranchCode                to f01200-BranchCode
                 move f-cpf                         to f01200-UserID
                 move f-ProfileCode                 to f01200-ProfileCode
                 perform 9000-Read_Yomu-pd01200-ran
                 if   ws-OperationOK
                      string "Confirm_Kakunin remocao do perfil [" f-ProfileCode "]? [S/N]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      if   ws-MessageOptionYes
                           delete pd01200
                      end-if
                 else
                      string "Perfil nao vinculado ao usuario! [" f-ProfileCode "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

            accept f-ProgramCode at line 17 col 34 with update auto-skip
            move function upper-case(f-ProgramCode) to f-ProgramCode
            if   f-ProgramCode not equal spaces
                 initialize                        f01300-User_Yuuzaa-modulo
                 move lnk-CompanyCode               to f01300-CompanyCode
                 move lnk-BranchCode                to f01300-BranchCode
                 move f-cpf                         to f01300-UserID
                 move f-ProgramCode                 to f01300-ProgramCode
                 perform 9000-Read_Yomu-pd01300-ran
                 if   ws-OperationOK
                      string "Confirm_Kakunin remocao do programa [" f-ProgramCode "]? [S/N]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      if   ws-MessageOptionYes
                           delete pd01300
                           perform 9000-assinaturas-usuario
                      end-if
                 else
                      string "Programa nao concedido ao usuario! [" f-ProgramCode "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

            perform 8000-FrameControl

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00000
            close pd00800
            close pd00900
            close pd01000
            close pd01100
            close pd01200
            close pd01300
            close pd19100

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-User_Yuuzaa-acesso

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-User_Yuuzaa-acesso

            perform 9000-StandardFrame
            display frm-User_Yuuzaa-acesso

       exit.
      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro
       copy CSP18600.cpy. *> Segregacao de funcoes
       copy CSP19100.cpy. *> Assinaturas de Relatorio

      *>=================================================================================
      *> Acesso retirado cancela as assinaturas de relatorio que dependiam dele
       9000-assinaturas-usuario section.

            move lnk-CompanyCode                    to ws-CompanyCode-rev
            move lnk-BranchCode                     to ws-BranchCode-rev
            move f-cpf                              to ws-UserID-rev
            perform 9000-revisa-assinaturas

            if   ws-qtde-canceladas-rev greater zeros
                 string ws-qtde-canceladas-rev " assinatura(s) de relatorio do usuario cancelada(s) por falta de acesso."
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Usuario cadastrado, sem perfil especial e vinculado a empresa/filial
       9000-accept-User_Yuuzaa section.

            set  ws-validacao-nok                   to true

            perform until f-cpf <> zeros             or ws-tecla-Cancela

                    accept f-cpf(01:03) at line 11 col 34 with update auto-skip

                    accept f-cpf(04:03) at line 11 col 38 with update auto-skip

                    accept f-cpf(07:03) at line 11 col 42 with update auto-skip

                    accept f-cpf(10:02) at line 11 col 46 with update auto-skip

            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f00800-User_Yuuzaa
            move f-cpf                             to f00800-UserID
            perform 9000-Read_Yomu-pd00800-ran
            if   not ws-OperationOK
                 string "ユーザー no Found_Mitsuketa! - [" f-cpf "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-FrameControl
                 exit section
            end-if

            move f00800-UserName                    to f-UserName
            perform 8000-Screen_Gamen

            if   f00800-Development_Kaihatsu
                 move "ユーザー com Profile_Purofiru especial - Incluso no permitida!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-FrameControl
                 exit section
            end-if

            initialize                             f00900-User_Yuuzaa-Company_Kaisha
            move f-cpf                             to f00900-UserID
            move lnk-CompanyCode                    to f00900-CompanyCode
            move lnk-BranchCode                     to f00900-BranchCode
            perform 9000-Read_Yomu-pd00900-ran
            if   not ws-OperationOK
                 string "ユーザー no vnculado  [" lnk-CompanyCode "." lnk-BranchCode "]!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-FrameControl
                 exit section
            end-if

            set  ws-ValidationOK                    to true

       exit.

      *>=================================================================================
       9000-accept-Profile_Purofiru section.

            set  ws-validacao-nok                   to true

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 accept f-ProfileCode at line 15 col 34 with update auto-skip

                 initialize                        f01000-Profile_Purofiru
                 move lnk-CompanyCode               to f01000-CompanyCode
                 move lnk-BranchCode                to f01000-BranchCode
                 move f-ProfileCode                 to f01000-ProfileCode
                 perform 9000-Read_Yomu-pd01000-ran
                 if   ws-OperationOK
                      move f01000-Desc-Profile_Purofiru to f-Desc-Profile_Purofiru
                      perform 8000-Screen_Gamen
                      exit perform
                 end-if

                 move "プロフィール no cadastrado!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            set  ws-ValidationOK                    to true

       exit.

      *>=================================================================================
       9000-accept-programa section.

            set  ws-validacao-nok                   to true

            perform until exit
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 accept f-ProgramCode at line 17 col 34 with update auto-skip
                 move function upper-case(f-ProgramCode) to f-ProgramCode

                 initialize                        f00000-programas
                 move f-ProgramCode                 to f00000-ProgramCode
                 perform 9000-Read_Yomu-pd00000-ran
                 if   ws-OperationOK
                      move f00000-ProgramDesc       to f-ProgramDesc
                      perform 8000-Screen_Gamen
                      exit perform
                 end-if

                 move "Programa no cadastrado!"    to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            set  ws-ValidationOK                    to true

       exit.

      *>=================================================================================
      *> 読み取り

       copy CSR00000.cpy.
       copy CSR00800.cpy.
       copy CSR00900.cpy.
       copy CSR01000.cpy.
       copy CSR01100.cpy.
       copy CSR01200.cpy.
       copy CSR01300.cpy.
       copy CSR19100.cpy.
