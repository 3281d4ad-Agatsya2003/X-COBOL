      $set sourceformat"free"
       program-id. CS10056C.
      *>=================================================================================
      *>
      *>        Traducao de Textos - Telas, Menus e Mensagens (JA/EN)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS19200.cpy.

      *>=================================================================================
       data division.

       copy CSF19200.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10056C".
       78   c-ProgramDesc                   value "TRADUCAO DE TEXTOS".

       copy CSC00900.cpy.
       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-UserID-corrente                  pic 9(11).
            03 ws-ColumnNum                        pic 9(03).
            03 ws-ds-Function_Kinou                pic x(19).
            03 ws-id-base                          pic x(01).
               88 ws-base-existente                    value "S".
               88 ws-base-inexistente                  value "N".
            03 ws-id-traducao                      pic x(01).
               88 ws-traducao-existente                value "S".
               88 ws-traducao-inexistente              value "N".
            03 ws-chave-pendente                   pic x(123).
            03 ws-id-pendente                      pic x(01).
               88 ws-pendente-encontrado               value "S".
               88 ws-pendente-inexistente              value "N".

       01   f-Traducao.
            03 f-Type-texto                        pic x(01).
               88 f-Type-valido                        value "M", "T", "N", "R".
            03 f-id-texto                          pic x(120).
            03 filler redefines f-id-texto.
               05 f-id-texto-1                     pic x(80).
               05 f-id-texto-2                     pic x(40).
            03 f-idioma                            pic x(02).
               88 f-idioma-valido                      value "JA", "EN".
            03 f-texto-base                        pic x(560).
            03 filler redefines f-texto-base.
               05 f-texto-base-linha               pic x(80)     occurs 7 times.
            03 f-texto-traduzido                   pic x(560).
            03 filler redefines f-texto-traduzido.
               05 f-texto-traduzido-linha          pic x(80)     occurs 7 times.
            03 f-qtde-ocorrencias                  pic 9(07).
            03 f-data-ultima-ocorrencia            pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Traducao.
            03 line 11 col 10   pic x(23) value "Tipo..................:".
            03 line 11 col 34   pic x(01) from f-Type-texto.
            03 line 11 col 44   pic x(60) value "M=Mensagem T=Titulo N=Menu R=Rotulo".
            03 line 13 col 10   pic x(23) value "Identificacao.........:".
            03 line 13 col 34   pic x(80) from f-id-texto-1.
            03 line 14 col 34   pic x(40) from f-id-texto-2.
            03 line 16 col 10   pic x(23) value "Idioma................:".
            03 line 16 col 34   pic x(02) from f-idioma.
            03 line 16 col 44   pic x(60) value "JA=Japones EN=Ingles".
            03 line 18 col 10   pic x(23) value "Texto em Portugues....:".
            03 line 18 col 34   pic x(80) from f-texto-base-linha(1).
            03 line 19 col 34   pic x(80) from f-texto-base-linha(2).
            03 line 20 col 34   pic x(80) from f-texto-base-linha(3).
            03 line 21 col 34   pic x(80) from f-texto-base-linha(4).
            03 line 22 col 34   pic x(80) from f-texto-base-linha(5).
            03 line 23 col 34   pic x(80) from f-texto-base-linha(6).
            03 line 24 col 34   pic x(80) from f-texto-base-linha(7).
            03 line 26 col 10   pic x(23) value "Traducao..............:".
            03 line 26 col 34   pic x(80) from f-texto-traduzido-linha(1).
            03 line 27 col 34   pic x(80) from f-texto-traduzido-linha(2).
            03 line 28 col 34   pic x(80) from f-texto-traduzido-linha(3).
            03 line 29 col 34   pic x(80) from f-texto-traduzido-linha(4).
            03 line 30 col 34   pic x(80) from f-texto-traduzido-linha(5).
            03 line 31 col 34   pic x(80) from f-texto-traduzido-linha(6).
            03 line 32 col 34   pic x(80) from f-texto-traduzido-linha(7).
            03 line 34 col 10   pic x(23) value "Exibicoes s/ Traducao.:".
            03 line 34 col 34   pic 9(07) from f-qtde-ocorrencias.
            03 line 34 col 44   pic x(09) value "Ultima..:".
            03 line 34 col 54   pic 9(08) from f-data-ultima-ocorrencia.

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

            perform 9000-Open_Akeru-io-pd19200

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
                     perform 2100-Traduzir
                when 02
                     perform 2100-Query_Shokai
                when 04
                     perform 2100-Delete_Sakujo
                when 05
                     perform 2100-Proximo-Pendente
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Texto ainda nao exibido a um Usuario_Yuuzaa de outro idioma nao
      *> tem registro em portugues: o texto base e informado aqui
       2100-Traduzir section.

            if   not lnk-AllowAdd
            and  not lnk-AllowMaintenance
                 exit section
            end-if

            perform 9000-Localiza-Texto
            if   not ws-OperationOK
                 exit section
            end-if

            if   ws-base-inexistente
                 if   not lnk-AllowAdd
                      move "Texto nao cadastrado!"  to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 move "Texto sem registro em portugues - informe o texto original." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform with test after until f-texto-base not equal spaces
                      accept f-texto-base-linha(1) at line 18 col 34 with update auto-skip
                      accept f-texto-base-linha(2) at line 19 col 34 with update auto-skip
                      accept f-texto-base-linha(3) at line 20 col 34 with update auto-skip
                      accept f-texto-base-linha(4) at line 21 col 34 with update auto-skip
                      accept f-texto-base-linha(5) at line 22 col 34 with update auto-skip
                      accept f-texto-base-linha(6) at line 23 col 34 with update auto-skip
                      accept f-texto-base-linha(7) at line 24 col 34 with update auto-skip
                      if   ws-tecla-Cancela
                           perform 9000-cancela-edicao
                           exit section
                      end-if
                 end-perform
            end-if

            if   ws-traducao-existente
            and  not lnk-AllowMaintenance
                 move "Traducao ja cadastrada - sem permissao de Maintenance_Hozen!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-Grava-Traducao

       exit.

      *>=================================================================================
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 9000-Localiza-Texto
            if   not ws-OperationOK
                 exit section
            end-if

            if   ws-base-inexistente
            and  ws-traducao-inexistente
                 move "Texto nao cadastrado!"       to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Excluida a traducao, o texto volta a ser exibido em portugues
       2100-Delete_Sakujo section.

            if   not lnk-permite-Delete_Sakujo
                 exit section
            end-if

            perform 9000-Localiza-Texto
            if   not ws-OperationOK
                 exit section
            end-if

            if   ws-traducao-inexistente
                 move "Traducao nao cadastrada!"    to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin exclusao da traducao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 initialize                        f19200-Traducao_Texto
                 move f-Type-texto                  to f19200-Type-texto
                 move f-id-texto                    to f19200-id-texto
                 move f-idioma                      to f19200-idioma
                 perform 9000-Read_Yomu-pd19200-ran
                 if   ws-OperationOK
                      perform 9000-Delete_Sakujo-pd19200
                 end-if
                 if   not ws-OperationOK
                      string "Error_Eraa ao Delete_Sakujo f19200-Traducao_Texto - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 perform 8000-ClearScreen
            end-if

       exit.

      *>=================================================================================
      *> Percorre os textos em portugues a partir do ultimo exibido e para
      *> no primeiro que ainda nao tem traducao no idioma informado
       2100-Proximo-Pendente section.

            if   not lnk-AllowAdd
            and  not lnk-AllowMaintenance
                 exit section
            end-if

            perform with test after until f-idioma-valido
                 accept f-idioma at line 16 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 move function upper-case(f-idioma) to f-idioma
            end-perform

            set  ws-pendente-inexistente            to true

            initialize                             f19200-Traducao_Texto
            move f-Type-texto                       to f19200-Type-texto
            move f-id-texto                         to f19200-id-texto
            set  f19200-idioma-portugues            to true
            perform 9000-str-pd19200-grt
            perform 9000-Read_Yomu-pd19200-nex

            perform until not ws-OperationOK

                 if   f19200-idioma-portugues
                      move f19200-chave             to ws-chave-pendente
                      move f19200-texto             to f-texto-base
                      move f19200-qtde-ocorrencias  to f-qtde-ocorrencias
                      move f19200-data-ultima-ocorrencia to f-data-ultima-ocorrencia
                      move f19200-Type-texto        to f-Type-texto
                      move f19200-id-texto          to f-id-texto

                      move f-idioma                 to f19200-idioma
                      perform 9000-Read_Yomu-pd19200-ran
                      if   not ws-OperationOK
                           set  ws-pendente-encontrado to true
                           exit perform
                      end-if

                      move ws-chave-pendente        to f19200-chave
                      perform 9000-str-pd19200-grt
                 end-if

                 perform 9000-Read_Yomu-pd19200-nex
            end-perform

            if   ws-pendente-inexistente
                 move "Nenhum texto pendente de traducao neste idioma." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 8000-ClearScreen
                 exit section
            end-if

            set  ws-base-existente                  to true
            set  ws-traducao-inexistente            to true
            move spaces                             to f-texto-traduzido
            perform 8000-Screen_Gamen

            perform 2200-Grava-Traducao

       exit.

      *>=================================================================================
       2200-Grava-Traducao section.

            perform with test after until f-texto-traduzido not equal spaces
                 accept f-texto-traduzido-linha(1) at line 26 col 34 with update auto-skip
                 accept f-texto-traduzido-linha(2) at line 27 col 34 with update auto-skip
                 accept f-texto-traduzido-linha(3) at line 28 col 34 with update auto-skip
                 accept f-texto-traduzido-linha(4) at line 29 col 34 with update auto-skip
                 accept f-texto-traduzido-linha(5) at line 30 col 34 with update auto-skip
                 accept f-texto-traduzido-linha(6) at line 31 col 34 with update auto-skip
                 accept f-texto-traduzido-linha(7) at line 32 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      perform 9000-cancela-edicao
                      exit section
                 end-if
            end-perform

            move "Confirm_Kakunin gravacao da traducao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            if   ws-base-inexistente
                 initialize                        f19200-Traducao_Texto
                 move f-Type-texto                  to f19200-Type-texto
                 move f-id-texto                    to f19200-id-texto
                 set  f19200-idioma-portugues       to true
                 move f-texto-base                  to f19200-texto
                 move ws-data-inv                   to f19200-data-alteracao
                 move ws-UserID-corrente            to f19200-UserID-operacao
                 perform 9000-Write_Kaku-pd19200
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f19200-Traducao_Texto - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if
                 set  ws-base-existente             to true
            end-if

            initialize                             f19200-Traducao_Texto
            move f-Type-texto                       to f19200-Type-texto
            move f-id-texto                         to f19200-id-texto
            move f-idioma                           to f19200-idioma
            perform 9000-Read_Yomu-pd19200-ran
            if   ws-OperationOK
                 move f-texto-traduzido             to f19200-texto
                 move ws-data-inv                   to f19200-data-alteracao
                 move ws-UserID-corrente            to f19200-UserID-operacao
                 perform 9000-Rewrite_Kakinaosu-pd19200
            else
                 initialize                        f19200-Traducao_Texto
                 move f-Type-texto                  to f19200-Type-texto
                 move f-id-texto                    to f19200-id-texto
                 move f-idioma                      to f19200-idioma
                 move f-texto-traduzido             to f19200-texto
                 move ws-data-inv                   to f19200-data-alteracao
                 move ws-UserID-corrente            to f19200-UserID-operacao
                 perform 9000-Write_Kaku-pd19200
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f19200-Traducao_Texto - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            set  ws-traducao-existente              to true

            move "Traducao gravada." to ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-cancela-edicao section.

            move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
            perform 9000-Message_Messeji
            move "10"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Chave do texto: tipo, identificacao e idioma da traducao; carrega
      *> o texto em portugues e a traducao quando existirem
       9000-Localiza-Texto section.

            perform 8000-ClearScreen

            move "00"                               to ws-AccessResult

            perform with test after until f-Type-valido
                 accept f-Type-texto at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
                 move function upper-case(f-Type-texto) to f-Type-texto
            end-perform

            perform with test after until f-id-texto not equal spaces
                 accept f-id-texto-1 at line 13 col 34 with update auto-skip
                 accept f-id-texto-2 at line 14 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
            end-perform

            perform with test after until f-idioma-valido
                 accept f-idioma at line 16 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
                 move function upper-case(f-idioma) to f-idioma
            end-perform

            move spaces                             to f-texto-base
            move spaces                             to f-texto-traduzido
            move zeros                              to f-qtde-ocorrencias
            move zeros                              to f-data-ultima-ocorrencia

            initialize                             f19200-Traducao_Texto
            move f-Type-texto                       to f19200-Type-texto
            move f-id-texto                         to f19200-id-texto
            set  f19200-idioma-portugues            to true
            perform 9000-Read_Yomu-pd19200-ran
            if   ws-OperationOK
                 set  ws-base-existente             to true
                 move f19200-texto                  to f-texto-base
                 move f19200-qtde-ocorrencias       to f-qtde-ocorrencias
                 move f19200-data-ultima-ocorrencia to f-data-ultima-ocorrencia
            else
                 set  ws-base-inexistente           to true
            end-if

            initialize                             f19200-Traducao_Texto
            move f-Type-texto                       to f19200-Type-texto
            move f-id-texto                         to f19200-id-texto
            move f-idioma                           to f19200-idioma
            perform 9000-Read_Yomu-pd19200-ran
            if   ws-OperationOK
                 set  ws-traducao-existente         to true
                 move f19200-texto                  to f-texto-traduzido
            else
                 set  ws-traducao-inexistente       to true
            end-if

            perform 8000-Screen_Gamen

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd19200

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 8000-monta-funcoes
            perform 9000-StandardFrame
            display frm-Traducao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Traducao

            perform 8000-monta-funcoes
            perform 9000-StandardFrame
            display frm-Traducao

       exit.

      *>=================================================================================
       8000-monta-funcoes section.

            move 01                                to ws-ColumnNum

            if   lnk-AllowAdd
            or   lnk-AllowMaintenance
                 move "01 - Traduzir"              to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
            end-if

            if   lnk-AllowQuery
                 move "02 - Query_Shokai"          to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
            end-if

            if   lnk-permite-Delete_Sakujo
                 move "04 - Delete_Sakujo"         to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
            end-if

            if   lnk-AllowAdd
            or   lnk-AllowMaintenance
                 move "05 - Pendentes"             to ws-ds-Function_Kinou
                 string ws-ds-Function_Kinou               into lnk-ds-Function_Kinou with pointer ws-ColumnNum
            end-if

            move "99 - Return_Modoru"                   to ws-ds-Function_Kinou
            string ws-ds-Function_Kinou                    into lnk-ds-Function_Kinou with pointer ws-ColumnNum

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR19200.cpy.
