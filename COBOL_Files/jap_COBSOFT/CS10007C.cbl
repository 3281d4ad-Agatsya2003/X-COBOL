       copy CSS00800.cpy.
       copy CSS00801.cpy. *> Login_Audit

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF00801.cpy. *> Login_Audit

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).
      
      *>=================================================================================      
       working-storage section.
       78   c-ProgramDesc                   value "USUARIOS".
       
       78   c-auditoria-cadastro                    value "CS00116S".
       78   c-registrar-spool                      value "CS00123S".
       78   c-tamanho-minimo-senha                 value 6.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW00800.cpy.

       01   ws-registro-auditoria.
            03 ws-registro-novo                    pic x(512).
            03 ws-ptr-Report_Repoto                pic 9(04).
            03 ws-linha-Report_Repoto              pic x(120).
            03 ws-UserID-texto-audit               pic x(11).
            03 wid-arq-Report_Repoto               pic x(200).
            03 ws-contador-migradas                pic 9(09).
            03 ws-senha-atual                      pic x(15).
            03 ws-senha-nova                       pic x(15).
            03 ws-senha-confirmacao                pic x(15).
            03 ws-tamanho-senha                    pic 9(02).
            03 ws-computer-name                    pic x(55).
            03 ws-proximo-seq-Login-Audit          pic 9(09).

       01   lw-Email_Soushin.
            03 lw-destinatario-Email                  pic x(55).
               88 f-exige-2fa                           value "S".
               88 f-sem-2fa                             value "N".
            03 f-codigo-recuperacao                pic x(08).
            03 f-idioma                            pic x(02).
               88 f-idioma-portugues                    value "PT".
               88 f-idioma-valido                       value "PT", "JA", "EN".
  
            
      *>=================================================================================
            03 line 25 col 34   pic x(01) from f-id-2fa.
            03 line 27 col 12   pic x(21) value "Codigo Recuperacao..:".
            03 line 27 col 34   pic x(08) from f-codigo-recuperacao.
            03 line 25 col 45   pic x(18) value "Idioma (PT/JA/EN):".
            03 line 25 col 64   pic x(02) from f-idioma.
            03 line 23 col 36   pic x(01) value "-".
            03 line 23 col 38   pic x(20) from f-ds-status-User_Yuuzaa.                                    
      
           initialize                             wf-FrameOptions

           perform 9000-Open_Akeru-io-pd00800
           perform 9000-Open_Akeru-io-pd00801

       exit.
        
                     perform 2100-Report_Repoto
                when 06
                     perform 2100-Reset_Senha
                when 07
                     perform 2100-Trocar_Senha
                when 08
                     perform 2100-Senhas_Nao_Migradas
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true                       
                when other    
 
            end-perform

            *> Idioma das telas, menus e mensagens do Usuario_Yuuzaa
            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-idioma at line 25 col 64 with update auto-skip
                 move function upper-case(f-idioma) to f-idioma
                 if   f-idioma equal spaces
                      set  f-idioma-portugues       to true
                 end-if

                 if   f-idioma-valido
                      exit perform
                 end-if
            end-perform

            if   not ws-User_Yuuzaa-existente
                 
                 if   ws-tecla-Cancela

                      compute ws-nr-random = function random * 333333333 
                      
                      move ws-nr-random            to ws-senha-nova
                      
                      string "パスワード do User_Yuuzaa: [" ws-senha-nova "]" into ws-Message_Messeji 
                      perform 9000-Message_Messeji

                      perform 9000-gravar-hash-senha
                      if   ws-validacao-nok
                           exit section
                      end-if

                      move f-UserName          to f00800-UserName

                      move f-data-nascimento       to ws-data
                      move f-sexo                  to f00800-sexo
                      move f-Email                 to f00800-Email
                      move f-id-atribuir-acesso    to f00800-id-atribuir-acesso
                      move f-idioma                to f00800-idioma
                      
                      move "A"                     to f00800-StatusID-User_Yuuzaa
                      move "S"                     to f00800-id-trocar-senha
            move function upper-case(f-id-2fa)      to f-id-2fa
            accept f-codigo-recuperacao at line 27 col 34 with update auto-skip

            *> Idioma das telas, menus e mensagens do Usuario_Yuuzaa
            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-idioma at line 25 col 64 with update auto-skip
                 move function upper-case(f-idioma) to f-idioma
                 if   f-idioma equal spaces
                      set  f-idioma-portugues       to true
                 end-if

                 if   f-idioma-valido
                      exit perform
                 end-if
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move f-StatusID-User_Yuuzaa          to f00800-StatusID-User_Yuuzaa
                 move f-id-2fa                     to f00800-id-2fa
                 move f-codigo-recuperacao         to f00800-codigo-recuperacao
                 move f-idioma                     to f00800-idioma

                 perform 9000-Rewrite_Kakinaosu-pd00800


                 compute ws-nr-random = function random * 333333333

                 move ws-nr-random                 to ws-senha-nova

                 string "Nova senha do User_Yuuzaa: [" ws-senha-nova "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 perform 9000-gravar-hash-senha
                 if   ws-validacao-nok
                      exit section
                 end-if

                 set  f00800-trocar-senha           to true

                 accept ws-data-inv                 from date yyyymmdd

       exit.

      *>=================================================================================
      *> Troca de senha pelo proprio usuario: exige a senha atual e grava a
      *> nova somente em hash com salt. A senha de outro usuario so pode ser
      *> trocada com permissao de manutencao; a senha atual incorreta fica
      *> registrada no Login_Audit
       2100-Trocar_Senha section.

            perform 8000-ClearScreen

            perform until f-cpf <> zeros or ws-tecla-Cancela

                   accept f-cpf(01:03) at line 11 col 34 with update auto-skip

                   accept f-cpf(04:03) at line 11 col 38 with update auto-skip

                   accept f-cpf(07:03) at line 11 col 42 with update auto-skip

                   accept f-cpf(10:02) at line 11 col 46 with update auto-skip

            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f-cpf not equal function numval(lnk-UserID)
            and  not lnk-AllowMaintenance
                 move "Troca de senha permitida somente para o proprio Usuario_Yuuzaa!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
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
            else
                 perform 9000-MoveRecordsFrame
            end-if

            move spaces                             to ws-senha-atual
                                                       ws-senha-nova
                                                       ws-senha-confirmacao

            display "Senha Atual...:" at line 29 col 18
            accept ws-senha-atual at line 29 col 34 with update auto-skip secure
            display "Nova Senha....:" at line 31 col 18
            accept ws-senha-nova at line 31 col 34 with update auto-skip secure
            display "Confirmacao...:" at line 33 col 18
            accept ws-senha-confirmacao at line 33 col 34 with update auto-skip secure

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             lw-Senha
            set  lw-verificar-senha                 to true
            move ws-senha-atual                     to lw-senha-informada
            move f00800-UserPassword                to lw-senha-texto
            move f00800-id-formato-senha            to lw-id-formato-senha
            move f00800-salt-senha                  to lw-salt-senha
            move f00800-hash-senha                  to lw-hash-senha
            call c-hash-senha using lnk-par lw-Senha
            cancel c-hash-senha

            if   not lw-senha-confere
                 perform 9000-grava-falha-troca-senha
                 move "Senha atual incorreta!"      to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-tamanho-senha
            inspect function reverse(ws-senha-nova)
                    tallying ws-tamanho-senha for leading spaces
            compute ws-tamanho-senha = length of ws-senha-nova - ws-tamanho-senha

            evaluate true
                when ws-tamanho-senha less c-tamanho-minimo-senha
                     string "Nova senha deve ter ao menos " c-tamanho-minimo-senha " caracteres!"
                            delimited by size into ws-Message_Messeji
                     perform 9000-Message_Messeji
                     exit section
                when ws-senha-nova not equal ws-senha-confirmacao
                     move "Confirmacao nao confere com a nova senha!" to ws-Message_Messeji
                     perform 9000-Message_Messeji
                     exit section
                when ws-senha-nova equal ws-senha-atual
                     move "Nova senha deve ser diferente da atual!" to ws-Message_Messeji
                     perform 9000-Message_Messeji
                     exit section
            end-evaluate

            initialize                             lw-Auditoria
            move f00800-User_Yuuzaa                 to lw-imagem-anterior

            perform 9000-gravar-hash-senha
            if   ws-validacao-nok
                 exit section
            end-if

            move "N"                                to f00800-id-trocar-senha
            accept ws-data-inv                      from date yyyymmdd
            move ws-data-inv                        to f00800-data-troca-senha

            perform 9000-Rewrite_Kakinaosu-pd00800

            if   not ws-OperationOK
                 string "Error_Eraa de gravao - f00800-User_Yuuzaa [" f00800-User_Yuuzaa "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            else
                 move "A"                           to lw-Type-operacao-auditoria
                 move f00800-UserID                 to lw-chave-auditoria
                 move f00800-User_Yuuzaa            to lw-imagem-nova
                 perform 9000-Gravar-Auditoria

                 perform 9000-notificar-Email-troca-senha

                 move "Senha alterada com sucesso!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Contas cuja senha ainda esta gravada em texto; sao convertidas no
      *> proximo login valido ou na troca/reset da senha
       2100-Senhas_Nao_Migradas section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd
            accept ws-Hours                         from time

            string lnk-tmp-path delimited by "  "
                   "\SENHAS_NAO_MIGRADAS_" ws-data-inv "_" ws-Hours(01:06) ".TXT"
                   delimited by size into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "CONTAS COM SENHA AINDA NAO CONVERTIDA PARA HASH - EMITIDO EM " ws-data-inv
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "CPF         NOME                                                    ST ULT.LOGIN TROCA SENHA" to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move zeros                              to ws-contador-Report_Repoto
                                                       ws-contador-migradas

            initialize                             f00800-User_Yuuzaa
            perform 9000-str-pd00800-gtr
            perform 9000-Read_Yomu-pd00800-nex
            perform until not ws-OperationOK

                 if   f00800-senha-hash
                      add  1                        to ws-contador-migradas
                 else
                      add  1                        to ws-contador-Report_Repoto
                      move spaces                   to rs-arq-Report_Repoto
                      string f00800-UserID " " f00800-UserName " "
                             f00800-StatusID-User_Yuuzaa "  "
                             f00800-data-ultimo-Login "  "
                             f00800-data-troca-senha
                             delimited by size into rs-arq-Report_Repoto
                      write rs-arq-Report_Repoto
                 end-if

                 perform 9000-Read_Yomu-pd00800-nex
            end-perform

            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            string "TOTAL NAO CONVERTIDAS: " ws-contador-Report_Repoto
                   "   JA CONVERTIDAS: " ws-contador-migradas
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "SENHAS NAO CONVERTIDAS PARA HASH" to lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " contas nao convertidas em " wid-arq-Report_Repoto
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.
            perform 9000-monta-Desc-atribuir-acesso
            move f00800-StatusID-User_Yuuzaa          to f-StatusID-User_Yuuzaa
            perform 9000-monta-Desc-status-User_Yuuzaa
            move f00800-id-2fa                     to f-id-2fa
            move f00800-codigo-recuperacao         to f-codigo-recuperacao
            move f00800-idioma                     to f-idioma
            if   f-idioma equal spaces
                 set  f-idioma-portugues           to true
            end-if
                                  
       exit.


       exit.

      *>=================================================================================
      *> Grava ws-senha-nova no cadastro somente como hash com salt novo.
      *> Hash indisponivel: a senha nao e gravada e ws-validacao-nok
      *> devolve ao chamador a recusa da operacao
       9000-gravar-hash-senha section.

            set  ws-ValidationOK                    to true

            initialize                             lw-Senha
            set  lw-gerar-hash-senha                to true
            move ws-senha-nova                      to lw-senha-informada
            call c-hash-senha using lnk-par lw-Senha
            cancel c-hash-senha
            move spaces                             to ws-senha-nova

            if   not lw-senha-confere
            or   lw-hash-senha equal spaces
                 set  ws-validacao-nok              to true
                 move "Servico de hash de senha indisponivel - senha nao gravada!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move lw-id-formato-senha                to f00800-id-formato-senha
            move lw-salt-senha                      to f00800-salt-senha
            move lw-hash-senha                      to f00800-hash-senha
            move spaces                             to f00800-UserPassword

       exit.

      *>=================================================================================
      *> Tentativa de troca de senha com a senha atual incorreta: registrada
      *> no Login_Audit do usuario alvo, na mesma sequencia dos logins
       9000-grava-falha-troca-senha section.

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            display "COMPUTERNAME"                 upon environment-name
            accept ws-computer-name                from environment-value

            move 999999999                         to f00801-seq
            start pd00801 key is not greater f00801-seq
            read pd00801 previous
            if   ws-OperationOK
                 move f00801-seq                    to ws-proximo-seq-Login-Audit
                 add 1                              to ws-proximo-seq-Login-Audit
            else
                 move 1                             to ws-proximo-seq-Login-Audit
            end-if

            initialize                              f00801-Login_Audit
            move ws-proximo-seq-Login-Audit          to f00801-seq
            move f00800-UserID                      to f00801-UserID-texto
            move f00800-UserName                    to f00801-UserName
            move ws-data-inv                        to f00801-data-Login
            move ws-Hours                           to f00801-horario-Login
            move ws-computer-name                   to f00801-maquina-Login
            set  f00801-troca-senha-falha           to true

            perform 9000-Write_Kaku-pd00801

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar Login_Audit - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       9000-validacao section.
       
