      $set sourceformat"free"
       program-id. CS00140S.
      *>=================================================================================
      *>
      *>         Traducao de Textos para o Idioma do Usuario_Yuuzaa
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS19200.cpy.

      *>=================================================================================
       data division.

       copy CSF19200.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00140S".
       78   c-ProgramDesc                   value "TRADUCAO DE TEXTOS".

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-id-arquivo-traducao              pic x(01).
               88 ws-traducao-aberta                   value "S".
               88 ws-traducao-fechada                  value "N".
            03 ws-texto-base                       pic x(560).
            03 ws-sufixo-mensagem                  pic x(560).
            03 ws-posicao-sufixo                   pic 9(03).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW19200.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-Traducao.

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
      *> O arquivo e aberto aqui sem as rotinas padrao: uma falha nao pode
      *> gerar mensagem, pois a propria mensagem passa por esta traducao
       1000-Initialization_Shokika section.

            set  lw-texto-sem-traducao              to true
            set  ws-traducao-fechada                to true

            if   lnk-idioma-portugues
            or   lw-id-traducao equal spaces
                 exit section
            end-if

            string lnk-DataPath delimited by "  " "\EFD192.DAT" into wid-pd19200

            open i-o pd19200
            if   ws-AccessResult equal "35"
                 open output pd19200
                 close pd19200
                 open i-o pd19200
            end-if

            if   ws-OperationOK
                 set  ws-traducao-aberta            to true
            end-if

       exit.

      *>=================================================================================
      *> Mensagens com valores variaveis trazem os valores entre colchetes:
      *> traduz-se o texto fixo que antecede o primeiro colchete e os
      *> valores sao devolvidos como vieram
       2000-Processing_Shori section.

            if   not ws-traducao-aberta
                 exit section
            end-if

            move lw-texto-traducao                  to ws-texto-base
            move spaces                             to ws-sufixo-mensagem

            if   lw-traducao-mensagem
                 move zeros                         to ws-posicao-sufixo
                 inspect lw-texto-traducao tallying ws-posicao-sufixo for characters before initial "["
                 if   ws-posicao-sufixo greater zeros
                 and  ws-posicao-sufixo less 560
                      move spaces                   to ws-texto-base
                      move lw-texto-traducao(01:ws-posicao-sufixo) to ws-texto-base
                      move lw-texto-traducao(ws-posicao-sufixo + 1:) to ws-sufixo-mensagem
                 end-if
                 move ws-texto-base(01:120)         to lw-id-traducao
            end-if

            initialize                             f19200-Traducao_Texto
            move lw-Type-traducao                   to f19200-Type-texto
            move lw-id-traducao                     to f19200-id-texto
            move lnk-idioma                         to f19200-idioma
            perform 9000-Read_Yomu-pd19200-ran
            if   ws-OperationOK
            and  f19200-texto not equal spaces
                 move spaces                        to lw-texto-traducao
                 if   ws-sufixo-mensagem equal spaces
                      move f19200-texto             to lw-texto-traducao
                 else
                      string function trim(f19200-texto trailing) " " ws-sufixo-mensagem
                             delimited by size into lw-texto-traducao
                 end-if
                 set  lw-texto-traduzido            to true
                 exit section
            end-if

            perform 2100-registra-texto-base

       exit.

      *>=================================================================================
      *> Texto sem traducao: o registro em portugues fica disponivel para a
      *> manutencao de traducoes e conta as ocorrencias para o relatorio
       2100-registra-texto-base section.

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f19200-Traducao_Texto
            move lw-Type-traducao                   to f19200-Type-texto
            move lw-id-traducao                     to f19200-id-texto
            set  f19200-idioma-portugues            to true
            perform 9000-Read_Yomu-pd19200-ran
            if   ws-OperationOK
                 add  1                             to f19200-qtde-ocorrencias
                 move ws-data-inv                   to f19200-data-ultima-ocorrencia
                 perform 9000-Rewrite_Kakinaosu-pd19200
            else
                 initialize                        f19200-Traducao_Texto
                 move lw-Type-traducao              to f19200-Type-texto
                 move lw-id-traducao                to f19200-id-texto
                 set  f19200-idioma-portugues       to true
                 move ws-texto-base                 to f19200-texto
                 move ws-data-inv                   to f19200-data-alteracao
                 move function numval(lnk-UserID)   to f19200-UserID-operacao
                 move 1                             to f19200-qtde-ocorrencias
                 move ws-data-inv                   to f19200-data-ultima-ocorrencia
                 perform 9000-Write_Kaku-pd19200
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            if   ws-traducao-aberta
                 close pd19200
            end-if

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR19200.cpy.
