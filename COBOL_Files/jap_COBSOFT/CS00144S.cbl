      $set sourceformat"free"
       program-id. CS00144S.
      *>=================================================================================
      *>
      *>   Implantacao de Saldos Iniciais - Estoque, Contas a Receber e a Pagar
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS01400.cpy.
       copy CSS01800.cpy.
       copy CSS01900.cpy.
       copy CSS02400.cpy.
       copy CSS02600.cpy.
       copy CSS03600.cpy.
       copy CSS06000.cpy.
       copy CSS06200.cpy.
       copy CSS06500.cpy.
       copy CSS10200.cpy.
       copy CSS19700.cpy.

            select arq-implantacao assign to disk wid-arq-implantacao
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-relatorio assign to disk wid-arq-relatorio
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF01400.cpy.
       copy CSF01800.cpy.
       copy CSF01900.cpy.
       copy CSF02400.cpy.
       copy CSF02600.cpy.
       copy CSF03600.cpy.
       copy CSF06000.cpy.
       copy CSF06200.cpy.
       copy CSF06500.cpy.
       copy CSF10200.cpy.
       copy CSF19700.cpy.

       fd   arq-implantacao.

       01   rs-arq-implantacao                     pic x(300).

       fd   arq-relatorio.

       01   rs-arq-relatorio                       pic x(300).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS00144S".
       78   c-ProgramDesc                   value "IMPLANTACAO DE SALDOS INICIAIS".

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-implantacao                 pic x(200).
            03 wid-arq-relatorio                   pic x(200).
            03 ws-nome-arquivo                     pic x(30).
            03 ws-modo-implantacao                 pic x(01).
               88 ws-implantacao-simulacao             value "S".
               88 ws-implantacao-efetivacao            value "E".
               88 ws-modo-valido                       value "S", "E".
            03 ws-fase-implantacao                 pic x(01).
               88 ws-fase-validacao                    value "V".
               88 ws-fase-gravacao                     value "G".
            03 ws-id-linha                         pic x(01).
               88 ws-linha-valida                      value "S".
               88 ws-linha-invalida                    value "N".
            03 ws-data-implantacao                 pic 9(08).
            03 ws-horario-implantacao              pic 9(06).
            03 ws-ArmazemCode-Padrao               pic 9(04).
            03 ws-numero-linha                     pic 9(07).
            03 ws-motivo-erro                      pic x(80).
            03 ws-qtde-erros                       pic 9(07).
            03 ws-qtde-rejeitados                  pic 9(07).
            03 ws-qtde-estoque                     pic 9(07).
            03 ws-qtde-receber                     pic 9(07).
            03 ws-qtde-pagar                       pic 9(07).
            03 ws-Value-estoque                    pic 9(11)v9(02).
            03 ws-Value-receber                    pic 9(11)v9(02).
            03 ws-Value-pagar                      pic 9(11)v9(02).
            03 ws-Value-estoque-x                  pic zz.zzz.zzz.zz9,99.
            03 ws-Value-receber-x                  pic zz.zzz.zzz.zz9,99.
            03 ws-Value-pagar-x                    pic zz.zzz.zzz.zz9,99.
            03 ws-qtde-disponivel-anterior         pic s9(09)v9(04).
            03 ws-qtde-reservada-anterior          pic s9(09)v9(04).
            03 ws-Value-item                       pic 9(11)v9(02).
            03 ws-saldo-titulo                     pic 9(09)v9(02).

      *> Estoque: PRODUTO;ARMAZEM;QUANTIDADE;CUSTO_UNITARIO;LOTE;VALIDADE;NUMERO_SERIE
       01   r-estoque-Import.
            03 r-est-produto-x                     pic x(20).
            03 r-est-armazem-x                     pic x(20).
            03 r-est-quantidade-x                  pic x(20).
            03 r-est-custo-x                       pic x(20).
            03 r-est-lote-x                        pic x(20).
            03 r-est-validade-x                    pic x(20).
            03 r-est-serie-x                       pic x(30).

       01   r-estoque.
            03 r-est-ProductCode                   pic 9(09).
            03 r-est-ArmazemCode                   pic 9(04).
            03 r-est-quantidade                    pic 9(09)v9(04).
            03 r-est-custo-unitario                pic 9(09)v9(04).
            03 r-est-cd-lote                       pic x(10).
            03 r-est-data-validade                 pic 9(08).
            03 r-est-numero-serie                  pic x(20).

      *> Receber: CLIENTE;DOCUMENTO;SERIE;PARCELA;EMISSAO;VENCIMENTO;VALOR;VALOR_PAGO
      *> Pagar..: FORNECEDOR;DOCUMENTO;SERIE;EMISSAO;VENCIMENTO;VALOR;VALOR_PAGO
       01   r-titulo-Import.
            03 r-tit-pessoa-x                      pic x(20).
            03 r-tit-documento-x                   pic x(20).
            03 r-tit-serie-x                       pic x(20).
            03 r-tit-parcela-x                     pic x(20).
            03 r-tit-emissao-x                     pic x(20).
            03 r-tit-vencimento-x                  pic x(20).
            03 r-tit-valor-x                       pic x(20).
            03 r-tit-valor-pago-x                  pic x(20).

       01   r-titulo.
            03 r-tit-cd-pessoa                     pic 9(09).
            03 r-tit-Number-documento              pic 9(09).
            03 r-tit-Series-documento              pic x(03).
            03 r-tit-Seq-parcela                   pic 9(02).
            03 r-tit-data-emissao                  pic 9(08).
            03 r-tit-data-vencimento               pic 9(08).
            03 r-tit-Value-total                   pic 9(09)v9(02).
            03 r-tit-Value-pago                    pic 9(09)v9(02).

       01   f-Implantacao.
            03 f-modo-implantacao                  pic x(01).
            03 f-data-implantacao                  pic 9(08).
            03 f-pasta-arquivos                    pic x(60).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Implantacao.
            03 line 11 col 10   pic x(23) value "Modo (S/E)............:".
            03 line 11 col 34   pic x(01) from f-modo-implantacao.
            03 line 11 col 44   pic x(60) value "S=Simulacao (somente validacao) E=Efetivacao".
            03 line 13 col 10   pic x(23) value "Data da Implantacao...:".
            03 line 13 col 34   pic 9(08) from f-data-implantacao.
            03 line 15 col 10   pic x(23) value "Arquivos em...........:".
            03 line 15 col 34   pic x(60) from f-pasta-arquivos.
            03 line 17 col 10   pic x(80) value "IMPLANTACAO_ESTOQUE.CSV  IMPLANTACAO_RECEBER.CSV  IMPLANTACAO_PAGAR.CSV".

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

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd01400
            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-io-pd02400
            perform 9000-Open_Akeru-io-pd02600
            perform 9000-Open_Akeru-i-pd03600
            perform 9000-Open_Akeru-io-pd06000
            perform 9000-Open_Akeru-io-pd06200
            perform 9000-Open_Akeru-io-pd06500
            perform 9000-Open_Akeru-io-pd10200
            perform 9000-Open_Akeru-io-pd19700

            move zeros                             to ws-ArmazemCode-Padrao
            initialize                             f00700-Company_Kaisha
            move lnk-CompanyCode                    to f00700-CompanyCode
            move lnk-BranchCode                     to f00700-BranchCode
            perform 9000-Read_Yomu-pd00700-ran
            if   ws-OperationOK
                 move f00700-ArmazemCode-Padrao     to ws-ArmazemCode-Padrao
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time
            move ws-Hours(01:06)                    to ws-horario-implantacao

       exit.

      *>=================================================================================
      *> Os tres arquivos sao sempre validados por inteiro antes de qualquer
      *> gravacao; a efetivacao so grava quando a validacao termina sem
      *> erro. Em segundo plano o parametro EFETIVAR grava, sem ele a
      *> execucao e somente simulacao
       2000-Processing_Shori section.

            if   lnk-execucao-background
                 if   lnk-Line_Gyou-comando(01:08) equal "EFETIVAR"
                      set  ws-implantacao-efetivacao to true
                 else
                      set  ws-implantacao-simulacao to true
                 end-if
                 move ws-data-inv                   to ws-data-implantacao
            else
                 perform 2050-informa-modo
                 if   not ws-OperationOK
                      exit section
                 end-if
            end-if

            perform 2100-abre-relatorio

            set  ws-fase-validacao                  to true
            perform 2200-processa-arquivos

            if   ws-qtde-erros greater zeros
                 move spaces                        to rs-arq-relatorio
                 string "VALIDACAO COM " ws-qtde-erros " ERROS - NADA FOI GRAVADO"
                        delimited by size into rs-arq-relatorio
                 write rs-arq-relatorio
                 perform 2900-fecha-relatorio
                 exit section
            end-if

            if   ws-implantacao-simulacao
                 move spaces                        to rs-arq-relatorio
                 string "SIMULACAO SEM ERROS - NADA FOI GRAVADO"
                        delimited by size into rs-arq-relatorio
                 write rs-arq-relatorio
                 perform 2900-fecha-relatorio
                 exit section
            end-if

            if   not lnk-execucao-background
                 move ws-Value-estoque              to ws-Value-estoque-x
                 move ws-Value-receber              to ws-Value-receber-x
                 move ws-Value-pagar                to ws-Value-pagar-x
                 string "Validacao sem erros - estoque " ws-Value-estoque-x
                        " receber " ws-Value-receber-x " pagar " ws-Value-pagar-x
                        ". Confirm_Kakunin implantacao? [S/N]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 if   not ws-MessageOptionYes
                      move spaces                   to rs-arq-relatorio
                      string "IMPLANTACAO NAO CONFIRMADA - NADA FOI GRAVADO"
                             delimited by size into rs-arq-relatorio
                      write rs-arq-relatorio
                      perform 2900-fecha-relatorio
                      exit section
                 end-if
            end-if

            perform 2300-numera-implantacao

            set  ws-fase-gravacao                   to true
            perform 2200-processa-arquivos

            perform 2400-registra-implantacao

            perform 2900-fecha-relatorio

       exit.

      *>=================================================================================
       2050-informa-modo section.

            perform 8000-ClearScreen

            move "00"                               to ws-AccessResult

            move "S"                                to f-modo-implantacao
            move ws-data-inv                        to f-data-implantacao
            move lnk-int-path                       to f-pasta-arquivos

            perform with test after until ws-modo-valido
                 perform 8000-Screen_Gamen
                 accept f-modo-implantacao at line 11 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
                 move function upper-case(f-modo-implantacao) to f-modo-implantacao
                 move f-modo-implantacao            to ws-modo-implantacao
            end-perform

            perform with test after until function test-date-yyyymmdd(f-data-implantacao) equal zeros
                 accept f-data-implantacao at line 13 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      move "10"                     to ws-AccessResult
                      exit section
                 end-if
            end-perform
            move f-data-implantacao                 to ws-data-implantacao

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       2100-abre-relatorio section.

            string lnk-tmp-path delimited by "  "
                   "\IMPLANTACAO_" ws-data-inv "_" ws-horario-implantacao ".TXT" delimited by size
                   into wid-arq-relatorio

            open output arq-relatorio
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Implantacao - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            move spaces                             to rs-arq-relatorio
            if   ws-implantacao-efetivacao
                 string "IMPLANTACAO DE SALDOS INICIAIS - EFETIVACAO - DATA " ws-data-implantacao
                        delimited by size into rs-arq-relatorio
            else
                 string "IMPLANTACAO DE SALDOS INICIAIS - SIMULACAO - DATA " ws-data-implantacao
                        delimited by size into rs-arq-relatorio
            end-if
            write rs-arq-relatorio

            move zeros                              to ws-qtde-erros

       exit.

      *>=================================================================================
      *> Uma passada pelos tres arquivos; a fase corrente decide se cada
      *> linha valida so e conferida ou tambem gravada
       2200-processa-arquivos section.

            move zeros                              to ws-qtde-estoque
                                                       ws-qtde-receber
                                                       ws-qtde-pagar
                                                       ws-Value-estoque
                                                       ws-Value-receber
                                                       ws-Value-pagar
                                                       ws-qtde-rejeitados

            move "IMPLANTACAO_ESTOQUE.CSV"          to ws-nome-arquivo
            perform 2210-abre-arquivo
            if   ws-OperationOK
                 read arq-implantacao next
                 perform until not ws-OperationOK
                      add  1                        to ws-numero-linha
                      perform 2300-linha-estoque
                      read arq-implantacao next
                 end-perform
                 close arq-implantacao
            end-if

            move "IMPLANTACAO_RECEBER.CSV"          to ws-nome-arquivo
            perform 2210-abre-arquivo
            if   ws-OperationOK
                 read arq-implantacao next
                 perform until not ws-OperationOK
                      add  1                        to ws-numero-linha
                      perform 2300-linha-receber
                      read arq-implantacao next
                 end-perform
                 close arq-implantacao
            end-if

            move "IMPLANTACAO_PAGAR.CSV"            to ws-nome-arquivo
            perform 2210-abre-arquivo
            if   ws-OperationOK
                 read arq-implantacao next
                 perform until not ws-OperationOK
                      add  1                        to ws-numero-linha
                      perform 2300-linha-pagar
                      read arq-implantacao next
                 end-perform
                 close arq-implantacao
            end-if

            move ws-Value-estoque                   to ws-Value-estoque-x
            move ws-Value-receber                   to ws-Value-receber-x
            move ws-Value-pagar                     to ws-Value-pagar-x

            move spaces                             to rs-arq-relatorio
            write rs-arq-relatorio
            move spaces                             to rs-arq-relatorio
            if   ws-fase-validacao
                 string "VALIDACAO.: " delimited by size into rs-arq-relatorio
            else
                 string "GRAVACAO..: " delimited by size into rs-arq-relatorio
            end-if
            string rs-arq-relatorio(01:12)
                   "ESTOQUE " ws-qtde-estoque " LINHAS " ws-Value-estoque-x
                   " - RECEBER " ws-qtde-receber " TITULOS " ws-Value-receber-x
                   " - PAGAR " ws-qtde-pagar " TITULOS " ws-Value-pagar-x
                   delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

            if   ws-fase-gravacao
            and  ws-qtde-rejeitados greater zeros
                 move spaces                        to rs-arq-relatorio
                 string "LINHAS REJEITADAS NA GRAVACAO: " ws-qtde-rejeitados
                        delimited by size into rs-arq-relatorio
                 write rs-arq-relatorio
            end-if

       exit.

      *>=================================================================================
      *> Arquivo ausente no diretorio de integracao nao e erro: a
      *> implantacao pode trazer somente parte dos saldos
       2210-abre-arquivo section.

            move zeros                              to ws-numero-linha

            move spaces                             to wid-arq-implantacao
            string lnk-int-path delimited by "  "
                   "\" ws-nome-arquivo delimited by " "
                   into wid-arq-implantacao

            open input arq-implantacao
            if   not ws-OperationOK
                 if   ws-fase-validacao
                      move spaces                   to rs-arq-relatorio
                      string ws-nome-arquivo " NAO ENCONTRADO - IGNORADO"
                             delimited by size into rs-arq-relatorio
                      write rs-arq-relatorio
                 end-if
                 move "35"                          to ws-AccessResult
            end-if

       exit.

      *>=================================================================================
      *> Linha de estoque: uma por produto/armazem/lote; produto com
      *> controle de serie vem uma linha por unidade, com quantidade 1
       2300-linha-estoque section.

            if   rs-arq-implantacao equal spaces
                 exit section
            end-if

            *> Cabecalho do CSV
            if   ws-numero-linha equal 1
            and  rs-arq-implantacao(01:01) is not numeric
                 exit section
            end-if

            initialize                             r-estoque-Import
                                                   r-estoque
            unstring rs-arq-implantacao delimited by ";" into r-est-produto-x
                                                              r-est-armazem-x
                                                              r-est-quantidade-x
                                                              r-est-custo-x
                                                              r-est-lote-x
                                                              r-est-validade-x
                                                              r-est-serie-x

            inspect r-est-quantidade-x converting "." to ","
            inspect r-est-custo-x      converting "." to ","

            set  ws-linha-valida                    to true

            evaluate true
                 when function test-numval(r-est-produto-x) not equal zeros
                      move "Codigo do produto invalido" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when function test-numval(r-est-quantidade-x) not equal zeros
                      move "Quantidade invalida"    to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when function test-numval(r-est-custo-x) not equal zeros
                      move "Custo unitario invalido" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when r-est-armazem-x not equal spaces
                  and function test-numval(r-est-armazem-x) not equal zeros
                      move "Codigo do armazem invalido" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when r-est-validade-x not equal spaces
                  and function test-numval(r-est-validade-x) not equal zeros
                      move "Data de validade invalida" to ws-motivo-erro
                      set  ws-linha-invalida        to true
            end-evaluate

            if   ws-linha-invalida
                 perform 2800-grava-erro
                 exit section
            end-if

            move function numval(r-est-produto-x)    to r-est-ProductCode
            move function numval(r-est-quantidade-x) to r-est-quantidade
            move function numval(r-est-custo-x)      to r-est-custo-unitario
            move r-est-lote-x                        to r-est-cd-lote
            move r-est-serie-x                       to r-est-numero-serie
            if   r-est-armazem-x equal spaces
                 move ws-ArmazemCode-Padrao          to r-est-ArmazemCode
            else
                 move function numval(r-est-armazem-x) to r-est-ArmazemCode
            end-if
            if   r-est-validade-x equal spaces
                 move zeros                          to r-est-data-validade
            else
                 move function numval(r-est-validade-x) to r-est-data-validade
            end-if

            perform 2310-valida-estoque
            if   ws-linha-invalida
                 perform 2800-grava-erro
                 exit section
            end-if

            if   ws-fase-gravacao
                 perform 2320-grava-estoque
                 if   ws-linha-invalida
                      perform 2800-grava-erro
                      exit section
                 end-if
            end-if

            add  1                                  to ws-qtde-estoque
            compute ws-Value-item rounded = r-est-quantidade * r-est-custo-unitario
            add  ws-Value-item                      to ws-Value-estoque

       exit.

      *>=================================================================================
       2310-valida-estoque section.

            if   r-est-quantidade not greater zeros
                 move "Quantidade deve ser maior que zero" to ws-motivo-erro
                 set  ws-linha-invalida             to true
                 exit section
            end-if

            if   r-est-custo-unitario not greater zeros
                 move "Custo unitario deve ser maior que zero" to ws-motivo-erro
                 set  ws-linha-invalida             to true
                 exit section
            end-if

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move r-est-ProductCode                  to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
            or   f01800-data-Delete_Sakujo greater zeros
                 move "Produto nao cadastrado ou excluido na filial" to ws-motivo-erro
                 set  ws-linha-invalida             to true
                 exit section
            end-if

            initialize                             f03600-armazem
            move lnk-CompanyCode                    to f03600-CompanyCode
            move lnk-BranchCode                     to f03600-BranchCode
            move r-est-ArmazemCode                  to f03600-ArmazemCode
            perform 9000-Read_Yomu-pd03600-ran
            if   not ws-OperationOK
            or   not f03600-armazem-Active_Akutibu
                 move "Armazem nao cadastrado ou inativo" to ws-motivo-erro
                 set  ws-linha-invalida             to true
                 exit section
            end-if

            if   f01800-controla-lote
                 if   r-est-cd-lote equal spaces
                 or   r-est-data-validade equal zeros
                      move "Produto controla lote: lote e validade obrigatorios" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                      exit section
                 end-if
                 if   function test-date-yyyymmdd(r-est-data-validade) not equal zeros
                      move "Data de validade invalida" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                      exit section
                 end-if
            else
                 if   r-est-cd-lote not equal spaces
                      move "Produto nao controla lote" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                      exit section
                 end-if
            end-if

            if   f01800-controla-serie
                 if   r-est-numero-serie equal spaces
                 or   r-est-quantidade not equal 1
                      move "Produto controla serie: uma linha por unidade, quantidade 1 e serie" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                      exit section
                 end-if
                 initialize                        f10200-Serial_Unidade
                 move lnk-CompanyCode               to f10200-CompanyCode
                 move lnk-BranchCode                to f10200-BranchCode
                 move r-est-numero-serie            to f10200-numero-serie
                 perform 9000-Read_Yomu-pd10200-ran
                 if   ws-OperationOK
                      move "Numero de serie ja cadastrado na filial" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                      exit section
                 end-if
            else
                 if   r-est-numero-serie not equal spaces
                      move "Produto nao controla serie" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                      exit section
                 end-if
            end-if

            *> Na validacao nada foi gravado ainda: saldo existente no
            *> produto/armazem significa implantacao repetida
            if   ws-fase-validacao
                 initialize                        f06000-Stock_Zaiko
                 move lnk-CompanyCode               to f06000-CompanyCode
                 move lnk-BranchCode                to f06000-BranchCode
                 move r-est-ProductCode             to f06000-ProductCode
                 move r-est-ArmazemCode             to f06000-ArmazemCode
                 perform 9000-Read_Yomu-pd06000-ran
                 if   ws-OperationOK
                 and (f06000-qtde-disponivel  not equal zeros
                  or  f06000-qtde-reservada   not equal zeros
                  or  f06000-qtde-quarentena  not equal zeros)
                      move "Produto/armazem ja possui saldo de estoque" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                      exit section
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Saldo, custo medio, lote, serie e movimento de implantacao
       2320-grava-estoque section.

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            move r-est-ProductCode                  to f06000-ProductCode
            move r-est-ArmazemCode                  to f06000-ArmazemCode
            perform 9000-Read_Yomu-pd06000-ran
            if   ws-RecordNotFound
                 initialize                        f06000-Stock_Zaiko
                 move lnk-CompanyCode               to f06000-CompanyCode
                 move lnk-BranchCode                to f06000-BranchCode
                 move r-est-ProductCode             to f06000-ProductCode
                 move r-est-ArmazemCode             to f06000-ArmazemCode
                 perform 9000-Write_Kaku-pd06000
                 perform 9000-Read_Yomu-pd06000-ran
            end-if

            if   not ws-OperationOK
                 string "Leitura f06000-Stock_Zaiko - status " ws-AccessResult into ws-motivo-erro
                 set  ws-linha-invalida             to true
                 exit section
            end-if

            move f06000-qtde-disponivel             to ws-qtde-disponivel-anterior
            move f06000-qtde-reservada              to ws-qtde-reservada-anterior

            *> Varias linhas do mesmo produto/armazem (lotes ou series)
            *> formam o custo medio ponderado da implantacao
            if   (f06000-qtde-disponivel + r-est-quantidade) greater zeros
                 compute f06000-custo-medio rounded =
                         ((f06000-qtde-disponivel * f06000-custo-medio)
                          + (r-est-quantidade * r-est-custo-unitario))
                         / (f06000-qtde-disponivel + r-est-quantidade)
            else
                 move r-est-custo-unitario          to f06000-custo-medio
            end-if

            add  r-est-quantidade                   to f06000-qtde-disponivel

            perform 9000-Rewrite_Kakinaosu-pd06000
            if   not ws-OperationOK
                 string "Gravacao f06000-Stock_Zaiko - status " ws-AccessResult into ws-motivo-erro
                 set  ws-linha-invalida             to true
                 exit section
            end-if

            perform 2330-grava-movimento

            if   r-est-cd-lote not equal spaces
                 perform 2340-grava-lote
            end-if

            if   r-est-numero-serie not equal spaces
                 perform 2350-grava-serie
            end-if

       exit.

      *>=================================================================================
      *> Movimento do tipo implantacao; a chave leva o horario, que avanca
      *> quando varias linhas do mesmo produto/armazem caem no mesmo instante
       2330-grava-movimento section.

            accept ws-Hours                        from time

            initialize                             f06500-Movimento_Zaiko
            move f06000-CompanyCode                 to f06500-CompanyCode
            move f06000-BranchCode                  to f06500-BranchCode
            move f06000-ProductCode                 to f06500-ProductCode
            move f06000-ArmazemCode                 to f06500-ArmazemCode
            move ws-data-implantacao                to f06500-data-movimento
            move ws-Hours                           to f06500-horario-movimento
            move function numval(lnk-UserID)        to f06500-UserID-movimento
            set  f06500-movimento-implantacao       to true
            move ws-qtde-disponivel-anterior        to f06500-qtde-disponivel-anterior
            move f06000-qtde-disponivel             to f06500-qtde-disponivel-nova
            move ws-qtde-reservada-anterior         to f06500-qtde-reservada-anterior
            move f06000-qtde-reservada              to f06500-qtde-reservada-nova
            move r-est-custo-unitario               to f06500-custo-unitario
            string "Implantacao de saldo [" f19700-seq-implantacao "] - " c-ThisProgram
                   delimited by size into f06500-motivo-movimento

            perform 9000-Write_Kaku-pd06500
            perform until not ws-Record_Kiroku-existente
                 add  1                             to f06500-horario-movimento
                 perform 9000-Write_Kaku-pd06500
            end-perform

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar Movimento_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2340-grava-lote section.

            initialize                             f06200-Lote_Zaiko
            move lnk-CompanyCode                    to f06200-CompanyCode
            move lnk-BranchCode                     to f06200-BranchCode
            move r-est-ProductCode                  to f06200-ProductCode
            move r-est-ArmazemCode                  to f06200-ArmazemCode
            move r-est-cd-lote                      to f06200-cd-lote
            perform 9000-Read_Yomu-pd06200-ran
            if   ws-OperationOK
                 add  r-est-quantidade              to f06200-qtde-lote
                 move r-est-data-validade           to f06200-data-validade
                 perform 9000-Rewrite_Kakinaosu-pd06200
            else
                 initialize                        f06200-Lote_Zaiko
                 move lnk-CompanyCode               to f06200-CompanyCode
                 move lnk-BranchCode                to f06200-BranchCode
                 move r-est-ProductCode             to f06200-ProductCode
                 move r-est-ArmazemCode             to f06200-ArmazemCode
                 move r-est-cd-lote                 to f06200-cd-lote
                 move r-est-data-validade           to f06200-data-validade
                 move r-est-quantidade              to f06200-qtde-lote
                 perform 9000-Write_Kaku-pd06200
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao gravar f06200-Lote_Zaiko - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2350-grava-serie section.

            initialize                             f10200-Serial_Unidade
            move lnk-CompanyCode                    to f10200-CompanyCode
            move lnk-BranchCode                     to f10200-BranchCode
            move r-est-numero-serie                 to f10200-numero-serie
            move r-est-ProductCode                  to f10200-ProductCode
            set  f10200-serie-em-estoque            to true
            move ws-data-implantacao                to f10200-data-entrada

            perform 9000-Write_Kaku-pd10200
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f10200-Serial_Unidade - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Titulo a receber: documento, serie e parcela do sistema de origem
      *> viram a chave do titulo, no tipo de nota reservado a implantacao
       2300-linha-receber section.

            if   rs-arq-implantacao equal spaces
                 exit section
            end-if

            if   ws-numero-linha equal 1
            and  rs-arq-implantacao(01:01) is not numeric
                 exit section
            end-if

            initialize                             r-titulo-Import
                                                   r-titulo
            unstring rs-arq-implantacao delimited by ";" into r-tit-pessoa-x
                                                              r-tit-documento-x
                                                              r-tit-serie-x
                                                              r-tit-parcela-x
                                                              r-tit-emissao-x
                                                              r-tit-vencimento-x
                                                              r-tit-valor-x
                                                              r-tit-valor-pago-x

            perform 2500-valida-campos-titulo
            if   ws-linha-invalida
                 perform 2800-grava-erro
                 exit section
            end-if

            if   function test-numval(r-tit-parcela-x) not equal zeros
                 move "Parcela invalida"            to ws-motivo-erro
                 perform 2800-grava-erro
                 exit section
            end-if
            move function numval(r-tit-parcela-x)   to r-tit-Seq-parcela
            if   r-tit-Seq-parcela equal zeros
                 move "Parcela deve ser maior que zero" to ws-motivo-erro
                 perform 2800-grava-erro
                 exit section
            end-if

            initialize                             f01400-cliente
            move lnk-CompanyCode                    to f01400-CompanyCode
            move lnk-BranchCode                     to f01400-BranchCode
            move r-tit-cd-pessoa                    to f01400-cd-cliente
            perform 9000-Read_Yomu-pd01400-ran
            if   not ws-OperationOK
            or   f01400-cliente-anonimizado
                 move "Cliente nao cadastrado ou anonimizado na filial" to ws-motivo-erro
                 perform 2800-grava-erro
                 exit section
            end-if

            initialize                             f02400-Contas_Receber
            move lnk-CompanyCode                    to f02400-CompanyCode
            move lnk-BranchCode                     to f02400-BranchCode
            set  f02400-titulo-implantacao          to true
            move r-tit-Number-documento             to f02400-Number-documento
            move r-tit-Series-documento             to f02400-Series-documento
            move r-tit-Seq-parcela                  to f02400-Seq-parcela
            perform 9000-Read_Yomu-pd02400-ran
            if   ws-OperationOK
                 move "Titulo a receber ja implantado" to ws-motivo-erro
                 perform 2800-grava-erro
                 exit section
            end-if

            if   ws-fase-gravacao
                 initialize                        f02400-Contas_Receber
                 move lnk-CompanyCode               to f02400-CompanyCode
                 move lnk-BranchCode                to f02400-BranchCode
                 set  f02400-titulo-implantacao     to true
                 move r-tit-Number-documento        to f02400-Number-documento
                 move r-tit-Series-documento        to f02400-Series-documento
                 move r-tit-Seq-parcela             to f02400-Seq-parcela
                 move r-tit-cd-pessoa               to f02400-cd-cliente
                 move r-tit-data-emissao            to f02400-data-emissao
                 move r-tit-data-vencimento         to f02400-data-vencimento
                 move r-tit-Value-total             to f02400-Value-total
                 move r-tit-Value-pago              to f02400-Value-pago
                 set  f02400-aberto                 to true
                 set  f02400-sem-boleto             to true
                 perform 9000-Write_Kaku-pd02400
                 if   not ws-OperationOK
                      string "Gravacao f02400-Contas_Receber - status " ws-AccessResult into ws-motivo-erro
                      perform 2800-grava-erro
                      exit section
                 end-if
            end-if

            add  1                                  to ws-qtde-receber
            compute ws-saldo-titulo = r-tit-Value-total - r-tit-Value-pago
            add  ws-saldo-titulo                    to ws-Value-receber

       exit.

      *>=================================================================================
       2300-linha-pagar section.

            if   rs-arq-implantacao equal spaces
                 exit section
            end-if

            if   ws-numero-linha equal 1
            and  rs-arq-implantacao(01:01) is not numeric
                 exit section
            end-if

            *> O pagar nao tem parcela: o layout pula direto para a emissao
            initialize                             r-titulo-Import
                                                   r-titulo
            unstring rs-arq-implantacao delimited by ";" into r-tit-pessoa-x
                                                              r-tit-documento-x
                                                              r-tit-serie-x
                                                              r-tit-emissao-x
                                                              r-tit-vencimento-x
                                                              r-tit-valor-x
                                                              r-tit-valor-pago-x

            perform 2500-valida-campos-titulo
            if   ws-linha-invalida
                 perform 2800-grava-erro
                 exit section
            end-if

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move r-tit-cd-pessoa                    to f01900-cd-fornecedor
            perform 9000-Read_Yomu-pd01900-ran
            if   not ws-OperationOK
                 move "Fornecedor nao cadastrado na filial" to ws-motivo-erro
                 perform 2800-grava-erro
                 exit section
            end-if

            initialize                             f02600-Contas_Pagar
            move lnk-CompanyCode                    to f02600-CompanyCode
            move lnk-BranchCode                     to f02600-BranchCode
            set  f02600-titulo-implantacao          to true
            move r-tit-Number-documento             to f02600-Number-documento
            move r-tit-Series-documento             to f02600-Series-documento
            perform 9000-Read_Yomu-pd02600-ran
            if   ws-OperationOK
                 move "Titulo a pagar ja implantado (documento/serie)" to ws-motivo-erro
                 perform 2800-grava-erro
                 exit section
            end-if

            if   ws-fase-gravacao
                 initialize                        f02600-Contas_Pagar
                 move lnk-CompanyCode               to f02600-CompanyCode
                 move lnk-BranchCode                to f02600-BranchCode
                 set  f02600-titulo-implantacao     to true
                 move r-tit-Number-documento        to f02600-Number-documento
                 move r-tit-Series-documento        to f02600-Series-documento
                 move r-tit-cd-pessoa               to f02600-cd-fornecedor
                 move r-tit-data-emissao            to f02600-data-emissao
                 move r-tit-data-vencimento         to f02600-data-vencimento
                 move r-tit-Value-total             to f02600-Value-total
                 move r-tit-Value-pago              to f02600-Value-pago
                 move r-tit-Number-documento        to f02600-Number-documento-origem
                 move r-tit-Series-documento        to f02600-Series-documento-origem
                 set  f02600-aberto                 to true
                 set  f02600-sem-remessa            to true
                 set  f02600-sem-dda                to true
                 perform 9000-Write_Kaku-pd02600
                 if   not ws-OperationOK
                      string "Gravacao f02600-Contas_Pagar - status " ws-AccessResult into ws-motivo-erro
                      perform 2800-grava-erro
                      exit section
                 end-if
            end-if

            add  1                                  to ws-qtde-pagar
            compute ws-saldo-titulo = r-tit-Value-total - r-tit-Value-pago
            add  ws-saldo-titulo                    to ws-Value-pagar

       exit.

      *>=================================================================================
      *> Campos comuns do receber e do pagar
       2500-valida-campos-titulo section.

            inspect r-tit-valor-x      converting "." to ","
            inspect r-tit-valor-pago-x converting "." to ","

            set  ws-linha-valida                    to true

            evaluate true
                 when function test-numval(r-tit-pessoa-x) not equal zeros
                      move "Codigo do cliente/fornecedor invalido" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when function test-numval(r-tit-documento-x) not equal zeros
                      move "Numero do documento invalido" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when function test-numval(r-tit-emissao-x) not equal zeros
                      move "Data de emissao invalida" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when function test-numval(r-tit-vencimento-x) not equal zeros
                      move "Data de vencimento invalida" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when function test-numval(r-tit-valor-x) not equal zeros
                      move "Valor do titulo invalido" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when r-tit-valor-pago-x not equal spaces
                  and function test-numval(r-tit-valor-pago-x) not equal zeros
                      move "Valor pago invalido"    to ws-motivo-erro
                      set  ws-linha-invalida        to true
            end-evaluate

            if   ws-linha-invalida
                 exit section
            end-if

            move function numval(r-tit-pessoa-x)     to r-tit-cd-pessoa
            move function numval(r-tit-documento-x)  to r-tit-Number-documento
            move r-tit-serie-x                       to r-tit-Series-documento
            move function numval(r-tit-emissao-x)    to r-tit-data-emissao
            move function numval(r-tit-vencimento-x) to r-tit-data-vencimento
            move function numval(r-tit-valor-x)      to r-tit-Value-total
            if   r-tit-valor-pago-x equal spaces
                 move zeros                          to r-tit-Value-pago
            else
                 move function numval(r-tit-valor-pago-x) to r-tit-Value-pago
            end-if

            evaluate true
                 when r-tit-Number-documento equal zeros
                      move "Numero do documento deve ser maior que zero" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when function test-date-yyyymmdd(r-tit-data-emissao) not equal zeros
                      move "Data de emissao invalida" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when function test-date-yyyymmdd(r-tit-data-vencimento) not equal zeros
                      move "Data de vencimento invalida" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when r-tit-data-vencimento less r-tit-data-emissao
                      move "Vencimento anterior a emissao" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when r-tit-data-emissao greater ws-data-implantacao
                      move "Emissao posterior a data da implantacao" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when r-tit-Value-total not greater zeros
                      move "Valor do titulo deve ser maior que zero" to ws-motivo-erro
                      set  ws-linha-invalida        to true
                 when r-tit-Value-pago not less r-tit-Value-total
                      move "Titulo sem saldo em aberto" to ws-motivo-erro
                      set  ws-linha-invalida        to true
            end-evaluate

       exit.

      *>=================================================================================
      *> Sequencia da implantacao na filial; o registro e gravado ao final
      *> com os totais efetivamente implantados
       2300-numera-implantacao section.

            initialize                             f19700-Implantacao_Saldo
            move lnk-CompanyCode                    to f19700-CompanyCode
            move lnk-BranchCode                     to f19700-BranchCode
            move 999999                            to f19700-seq-implantacao
            perform 9000-str-pd19700-ngrt
            perform 9000-Read_Yomu-pd19700-pre
            if   ws-OperationOK
            and  f19700-CompanyCode equal lnk-CompanyCode
            and  f19700-BranchCode  equal lnk-BranchCode
                 add  1                             to f19700-seq-implantacao
            else
                 move 1                             to f19700-seq-implantacao
            end-if

            move f19700-seq-implantacao             to ws-numero-linha
            initialize                             f19700-Implantacao_Saldo
            move lnk-CompanyCode                    to f19700-CompanyCode
            move lnk-BranchCode                     to f19700-BranchCode
            move ws-numero-linha                    to f19700-seq-implantacao

       exit.

      *>=================================================================================
      *> Registro da implantacao: origem do evento contabil IS (saldos de
      *> implantacao) exportado pelo CS30020S na competencia da data
       2400-registra-implantacao section.

            move ws-data-implantacao                to f19700-data-implantacao
            move ws-horario-implantacao             to f19700-horario-implantacao
            move function numval(lnk-UserID)        to f19700-UserID-implantacao
            move ws-qtde-estoque                    to f19700-qtde-itens-estoque
            move ws-qtde-receber                    to f19700-qtde-titulos-receber
            move ws-qtde-pagar                      to f19700-qtde-titulos-pagar
            move ws-Value-estoque                   to f19700-Value-estoque
            move ws-Value-receber                   to f19700-Value-receber
            move ws-Value-pagar                     to f19700-Value-pagar

            perform 9000-Write_Kaku-pd19700
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f19700-Implantacao_Saldo - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-relatorio
            string "IMPLANTACAO " f19700-seq-implantacao " EFETIVADA - EVENTO CONTABIL IS NA COMPETENCIA "
                   ws-data-implantacao(01:06)
                   delimited by size into rs-arq-relatorio
            write rs-arq-relatorio

       exit.

      *>=================================================================================
       2800-grava-erro section.

            set  ws-linha-invalida                  to true

            if   ws-fase-validacao
                 add  1                             to ws-qtde-erros
            else
                 add  1                             to ws-qtde-rejeitados
            end-if

            move spaces                             to rs-arq-relatorio
            string ws-nome-arquivo delimited by " "
                   " LINHA " ws-numero-linha ": " delimited by size
                   ws-motivo-erro delimited by "  "
                   " [" rs-arq-implantacao(01:120) delimited by "  "
                   "]" delimited by size
                   into rs-arq-relatorio
            write rs-arq-relatorio

       exit.

      *>=================================================================================
       2900-fecha-relatorio section.

            close arq-relatorio

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "IMPLANTACAO DE SALDOS " ws-data-implantacao
                   delimited by size into lw-ds-parametros-spool
            move wid-arq-relatorio                  to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            if   not lnk-execucao-background
                 evaluate true
                      when ws-qtde-erros greater zeros
                           string "Implantacao com " ws-qtde-erros " erros, nada gravado - relatorio em " wid-arq-relatorio into ws-Message_Messeji
                      when ws-fase-gravacao
                           string "Implantacao " f19700-seq-implantacao " efetivada com " ws-qtde-rejeitados " linhas rejeitadas - relatorio em " wid-arq-relatorio into ws-Message_Messeji
                      when other
                           string "Implantacao nao gravada - relatorio em " wid-arq-relatorio into ws-Message_Messeji
                 end-evaluate
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00700
            close pd01400
            close pd01800
            close pd01900
            close pd02400
            close pd02600
            close pd03600
            close pd06000
            close pd06200
            close pd06500
            close pd10200
            close pd19700

       exit.

      *>=================================================================================
      *> Frame_Furemu

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Implantacao

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-modo-implantacao
                                                   f-data-implantacao
                                                   f-pasta-arquivos

            perform 9000-StandardFrame
            display frm-Implantacao

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR01400.cpy.
       copy CSR01800.cpy.
       copy CSR01900.cpy.
       copy CSR02400.cpy.
       copy CSR02600.cpy.
       copy CSR03600.cpy.
       copy CSR06000.cpy.
       copy CSR06200.cpy.
       copy CSR06500.cpy.
       copy CSR10200.cpy.
       copy CSR19700.cpy.
