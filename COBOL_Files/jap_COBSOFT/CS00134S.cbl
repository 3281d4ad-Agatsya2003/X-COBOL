      $set sourceformat"free"
       program-id. CS00134S.
      *>=================================================================================
      *>
      *>     Hash de Senha com Salt - Geracao e Verificacao
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

            select arq-entrada-hash assign to disk wid-arq-entrada-hash
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-resposta-hash assign to disk wid-arq-resposta-hash
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       fd   arq-entrada-hash.

       01   rs-arq-entrada-hash                    pic x(40).

       fd   arq-resposta-hash.

       01   rs-arq-resposta-hash                   pic x(80).

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00134S".
       78   c-ProgramDesc                   value "HASH DE SENHA".
       78   c-iteracoes-hash                        value "120000".
       78   c-caracteres-salt
            value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 wid-arq-entrada-hash                pic x(200).
            03 wid-arq-resposta-hash               pic x(200).
            03 ws-hash-calculado                   pic x(40).
            03 ws-ind-byte                         pic 9(02).
            03 ws-semente-salt                     pic 9(09).
            03 ws-descarte-aleatorio               pic 9v9(09).
            03 ws-ind-salt                         pic 9(02).
            03 ws-ind-caracter                     pic 9(02).
            03 ws-tabela-caracteres                pic x(62).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW00800.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Senha.

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

            set  lw-senha-nao-confere               to true
            move spaces                             to lw-id-migracao-senha

       exit.

      *>=================================================================================
      *> Gerar: novo salt e hash da senha informada. Verificar: senha ja em
      *> hash e recalculada com o salt gravado; senha ainda em texto e
      *> comparada diretamente e, conferindo, devolvida em hash para a
      *> migracao do cadastro pelo chamador
       2000-Processing_Shori section.

            evaluate true
                when lw-gerar-hash-senha
                     perform 9000-gerar-salt
                     perform 9000-calcular-hash
                     if   ws-hash-calculado equal spaces
                          *> Sem o calculo a senha nao e convertida e o
                          *> chamador mantem o formato anterior
                          move spaces               to lw-salt-senha
                                                       lw-hash-senha
                          set  lw-formato-texto     to true
                          exit section
                     end-if
                     move ws-hash-calculado         to lw-hash-senha
                     set  lw-formato-hash           to true
                     set  lw-senha-confere          to true

                when lw-verificar-senha
                     if   lw-senha-informada equal spaces
                          exit section
                     end-if
                     if   lw-formato-hash
                          perform 9000-calcular-hash
                          if   ws-hash-calculado not equal spaces
                          and  ws-hash-calculado equal lw-hash-senha
                               set  lw-senha-confere to true
                          end-if
                     else
                          if   lw-senha-texto not equal spaces
                          and  lw-senha-texto equal lw-senha-informada
                               set  lw-senha-confere     to true
                               perform 9000-gerar-salt
                               perform 9000-calcular-hash
                               if   ws-hash-calculado not equal spaces
                                    move ws-hash-calculado to lw-hash-senha
                                    set  lw-formato-hash   to true
                                    set  lw-senha-migrada  to true
                               end-if
                          end-if
                     end-if
            end-evaluate

       exit.

      *>=================================================================================
      *> Salt de 16 caracteres do gerador pseudo-aleatorio semeado pelo
      *> relogio e pela propria senha
       9000-gerar-salt section.

            move c-caracteres-salt                  to ws-tabela-caracteres

            accept ws-Hours                        from time
            move ws-Hours                           to ws-semente-salt
            perform varying ws-ind-byte from 1 by 1
                    until ws-ind-byte greater 15
                 add  function ord(lw-senha-informada(ws-ind-byte:1))
                                                    to ws-semente-salt
            end-perform

            compute ws-descarte-aleatorio =
                    function random(ws-semente-salt)

            perform varying ws-ind-salt from 1 by 1
                    until ws-ind-salt greater 16
                 compute ws-ind-caracter = function random * 62 + 1
                 move ws-tabela-caracteres(ws-ind-caracter:1)
                                                    to lw-salt-senha(ws-ind-salt:1)
            end-perform

       exit.

      *>=================================================================================
      *> PBKDF2-HMAC-SHA256 de salt + senha pelo conector de criptografia do
      *> ambiente (mesma mecanica do CS30010C): a senha vai por arquivo,
      *> nunca na linha de comando, e a resposta traz a chave derivada de
      *> 20 bytes em hexadecimal. Sem resposta o hash fica em branco e
      *> nenhuma senha confere
       9000-calcular-hash section.

            move spaces                             to ws-hash-calculado

            move spaces                             to wid-arq-entrada-hash
                                                       wid-arq-resposta-hash
            string lnk-tmp-path delimited by "  "
                   "\PWH_" lw-salt-senha ".IN" delimited by size
                   into wid-arq-entrada-hash
            string lnk-tmp-path delimited by "  "
                   "\PWH_" lw-salt-senha ".OUT" delimited by size
                   into wid-arq-resposta-hash

            open output arq-entrada-hash
            if   not ws-OperationOK
                 move "00"                          to ws-AccessResult
                 exit section
            end-if
            move spaces                             to rs-arq-entrada-hash
            string lw-salt-senha ";" lw-senha-informada
                   delimited by size into rs-arq-entrada-hash
            write rs-arq-entrada-hash
            close arq-entrada-hash

            move spaces                             to ws-command-exec
            string "..\cgi\pwhash "
                   c-iteracoes-hash " 20 "
                   wid-arq-entrada-hash delimited by "  "
                   " " delimited by size
                   wid-arq-resposta-hash delimited by "  "
                   x"00" delimited by size
                   into ws-command-exec
            call "SYSTEM" using ws-command-exec

            *> A senha nao permanece em disco: o arquivo de entrada e
            *> apagado mesmo quando o conector falha
            call "CBL_DELETE_FILE" using wid-arq-entrada-hash

            open input arq-resposta-hash
            if   not ws-OperationOK
                 call "CBL_DELETE_FILE" using wid-arq-resposta-hash
                 move "00"                          to ws-AccessResult
                 exit section
            end-if

            move spaces                             to rs-arq-resposta-hash
            read arq-resposta-hash next
            if   ws-OperationOK
            and  rs-arq-resposta-hash(41:40) equal spaces
            and  rs-arq-resposta-hash(01:40) not equal spaces
                 move rs-arq-resposta-hash(01:40)   to ws-hash-calculado
                 inspect ws-hash-calculado converting "abcdef" to "ABCDEF"
            end-if

            close arq-resposta-hash
            call "CBL_DELETE_FILE" using wid-arq-resposta-hash

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            continue.

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro
