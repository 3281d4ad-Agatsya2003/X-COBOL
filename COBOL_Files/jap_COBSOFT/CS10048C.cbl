      $set sourceformat"free"
       program-id. CS10048C.
      *>=================================================================================
      *>
      *>            Grade de Produtos - Variantes por Dimensao (Tamanho x Cor)
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS17500.cpy.

            select arq-grade assign to disk wid-arq-grade
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF17500.cpy.

       fd   arq-grade.

       01   rs-arq-grade                           pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10048C".
       78   c-ProgramDesc                   value "GRADE DE PRODUTOS".
       78   c-auditoria-cadastro                    value "CS00116S".
       78   c-digitacao-grade                       value "CS00129S".
       78   c-registrar-spool                      value "CS00123S".
       78   c-max-dimensao                          value 10.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW08800.cpy.
       copy CSW11100.cpy.
       copy CSW17500.cpy.

       01   ws-registro-pai                        pic x(512).
       01   ws-registro-variante                   pic x(512).

       01   ws-WorkFields.
            03 wid-arq-grade                       pic x(200).
            03 ws-ProductCode                      pic 9(09).
            03 ws-ind-linha                        pic 9(02) comp-5.
            03 ws-ind-coluna                       pic 9(02) comp-5.
            03 ws-ind-digito                       pic 9(02) comp-5.
            03 ws-nr-linhas                        pic 9(02) comp-5.
            03 ws-nr-colunas                       pic 9(02) comp-5.
            03 ws-Column-grade                     pic 9(03).
            03 ws-Line_Gyou-grade                  pic 9(03).
            03 ws-contador-gerados                 pic 9(05).
            03 ws-soma-ean                         pic 9(05).
            03 ws-digito-ean                       pic 9(01).
            03 ws-ean-variante                     pic 9(13).
            03 ws-ean-base                         pic 9(12).
            03 ws-ean-base-r redefines ws-ean-base.
               05 ws-digito-base                   pic 9(01) occurs 12.
            03 ws-saldo-celula                     pic s9(09)v9(04).
            03 ws-saldo-linha                      pic s9(11)v9(04).
            03 ws-saldo-total                      pic s9(11)v9(04).
            03 ws-saldo-celula-e                   pic -zzzz9,99.
            03 ws-saldo-linha-e                    pic -zzz.zzz.zz9,99.
            03 ws-ptr-linha                        pic 9(03).
            03 ws-id-dimensao-2                    pic x(01).
               88 ws-com-dimensao-2                    value "S".
               88 ws-sem-dimensao-2                    value "N".

       01   ws-tabela-grade.
            03 ws-rotulo-linha                     pic x(10) occurs 10.
            03 ws-rotulo-coluna                    pic x(10) occurs 10.
            03 ws-rotulo-linha-gravado             pic x(10) occurs 10.
            03 ws-rotulo-coluna-gravado            pic x(10) occurs 10.
            03 ws-linha-grade                      occurs 10.
               05 ws-cd-Product-celula             pic 9(09) occurs 10.

       01   f-Grade.
            03 f-ProductCode                       pic 9(09).
            03 f-Desc-Product_Seihin               pic x(55).
            03 f-Desc-dimensao-1                   pic x(15).
            03 f-Desc-dimensao-2                   pic x(15).
            03 f-ArmazemCode                       pic 9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Grade.
            03 line 11 col 16   pic x(17) value "Produto (grade):".
            03 line 11 col 34   pic 9(09) from f-ProductCode.
            03 line 11 col 45   pic x(55) from f-Desc-Product_Seihin.
            03 line 13 col 20   pic x(13) value "Dimensao 1:".
            03 line 13 col 34   pic x(15) from f-Desc-dimensao-1.
            03 line 15 col 20   pic x(13) value "Dimensao 2:".
            03 line 15 col 34   pic x(15) from f-Desc-dimensao-2.
            03 line 17 col 16   pic x(17) value "Valores dim. 1:".
            03 line 20 col 16   pic x(17) value "Valores dim. 2:".
            03 line 23 col 24   pic x(09) value "Armazem:".
            03 line 23 col 34   pic 9(04) from f-ArmazemCode.
            03 line 23 col 40   pic x(10) value "(0=todos)".

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

            perform 9000-Open_Akeru-io-pd01800
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-io-pd17500

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
                     perform 2100-Gerar-Grade
                when 02
                     perform 2100-Matriz-Stock_Zaiko
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> O Product_Seihin pai recebe as dimensoes e seus valores; cada
      *> combinacao ainda nao gerada vira um SKU filho no f01800 com EAN
      *> proprio. Valores ja gerados mantem a posicao e nao sao alterados;
      *> novos tamanhos/cores entram nas posicoes livres
       2100-Gerar-Grade section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Localiza-Pai
            if   f-ProductCode equal zeros
                 exit section
            end-if

            perform 9000-carrega-grade

            move f01800-Desc-dimensao-1             to f-Desc-dimensao-1
            move f01800-Desc-dimensao-2             to f-Desc-dimensao-2
            perform 8000-Screen_Gamen
            perform 9000-exibe-valores

            perform until f-Desc-dimensao-1 not equal spaces or ws-tecla-Cancela
                 accept f-Desc-dimensao-1 at line 13 col 34 with update auto-skip
            end-perform
            accept f-Desc-dimensao-2 at line 15 col 34 with update auto-skip

            perform varying ws-ind-linha from 1 by 1
                    until ws-ind-linha greater c-max-dimensao or ws-tecla-Cancela
                 if   ws-rotulo-linha-gravado(ws-ind-linha) equal spaces
                      move 17                       to ws-Line_Gyou-grade
                      move ws-ind-linha             to ws-ind-digito
                      perform 9000-posicao-valor
                      accept ws-rotulo-linha(ws-ind-linha) at line ws-Line_Gyou-grade col ws-Column-grade with update auto-skip
                 end-if
            end-perform

            if   f-Desc-dimensao-2 not equal spaces
                 perform varying ws-ind-coluna from 1 by 1
                         until ws-ind-coluna greater c-max-dimensao or ws-tecla-Cancela
                      if   ws-rotulo-coluna-gravado(ws-ind-coluna) equal spaces
                           move 20                  to ws-Line_Gyou-grade
                           move ws-ind-coluna       to ws-ind-digito
                           perform 9000-posicao-valor
                           accept ws-rotulo-coluna(ws-ind-coluna) at line ws-Line_Gyou-grade col ws-Column-grade with update auto-skip
                      end-if
                 end-perform
            end-if

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Grade de uma dimensao so: uma unica coluna sem valor
            if   f-Desc-dimensao-2 equal spaces
                 set  ws-sem-dimensao-2             to true
            else
                 set  ws-com-dimensao-2             to true
            end-if

            move "Confirm_Kakunin geracao dos SKUs da grade? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 exit section
            end-if

            *> Marca o Product_Seihin pai com as dimensoes
            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f-ProductCode                      to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
                 string "読み取りエラー f01800-Product_Seihin - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             lw-Auditoria
            move f01800-Product_Seihin              to lw-imagem-anterior
            set  f01800-Product-grade               to true
            move f-Desc-dimensao-1                  to f01800-Desc-dimensao-1
            move f-Desc-dimensao-2                  to f01800-Desc-dimensao-2
            perform 9000-Rewrite_Kakinaosu-pd01800
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f01800-Product_Seihin - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if
            move "A"                                to lw-Type-operacao-auditoria
            string f01800-ProductCode into lw-chave-auditoria
            move f01800-Product_Seihin              to lw-imagem-nova
            perform 9000-Gravar-Auditoria

            move f01800-Product_Seihin              to ws-registro-pai
            move zeros                              to ws-contador-gerados

            perform varying ws-ind-linha from 1 by 1 until ws-ind-linha greater c-max-dimensao
                 if   ws-rotulo-linha(ws-ind-linha) not equal spaces
                      perform varying ws-ind-coluna from 1 by 1 until ws-ind-coluna greater c-max-dimensao
                           if   (ws-com-dimensao-2 and ws-rotulo-coluna(ws-ind-coluna) not equal spaces)
                           or   (ws-sem-dimensao-2 and ws-ind-coluna equal 1)
                                if   ws-cd-Product-celula(ws-ind-linha ws-ind-coluna) equal zeros
                                     perform 2200-gera-variante
                                end-if
                           end-if
                      end-perform
                 end-if
            end-perform

            string ws-contador-gerados " SKUs gerados para a grade do Product_Seihin " f-ProductCode into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> SKU filho: copia do pai com a descricao acrescida dos valores da
      *> combinacao e EAN interno (prefixo 200 + codigo + digito)
       2200-gera-variante section.

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move 999999999                         to f01800-ProductCode
            perform 9000-str-pd01800-ngrt
            perform 9000-Read_Yomu-pd01800-pre
            if   ws-OperationOK
            and  f01800-CompanyCode equal lnk-CompanyCode
            and  f01800-BranchCode  equal lnk-BranchCode
                 compute ws-ProductCode = f01800-ProductCode + 1
            else
                 move 1                            to ws-ProductCode
            end-if

            move ws-registro-pai                    to f01800-Product_Seihin
            move ws-ProductCode                     to f01800-ProductCode
            set  f01800-Product-variante            to true
            move f-ProductCode                      to f01800-cd-Product-pai
            move spaces                             to f01800-Desc-dimensao-1
                                                       f01800-Desc-dimensao-2
            move ws-rotulo-linha(ws-ind-linha)      to f01800-valor-dimensao-1
            if   ws-com-dimensao-2
                 move ws-rotulo-coluna(ws-ind-coluna) to f01800-valor-dimensao-2
            else
                 move spaces                        to f01800-valor-dimensao-2
            end-if

            move spaces                             to f01800-Desc-Product_Seihin
                                                       f01800-Desc-abreviada
            string function trim(f-Desc-Product_Seihin) delimited by size
                   " " function trim(f01800-valor-dimensao-1) delimited by size
                   " " function trim(f01800-valor-dimensao-2) delimited by size
                   into f01800-Desc-Product_Seihin
            move f01800-Desc-Product_Seihin         to f01800-Desc-abreviada

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                        to f01800-data-inclusao
            move zeros                              to f01800-data-Delete_Sakujo
                                                       f01800-data-classificacao
                                                       f01800-data-contagem-ciclica

            perform 9000-calcula-ean
            move f01800-Product_Seihin              to ws-registro-variante

            *> EAN ja usado por outro Product_Seihin fica em branco no SKU
            move ws-ean-variante                    to f01800-ean
            perform 9000-Read_Yomu-pd01800-ran-1
            move ws-registro-variante               to f01800-Product_Seihin
            if   ws-OperationOK
                 move zeros                         to f01800-ean
            else
                 move ws-ean-variante               to f01800-ean
            end-if

            perform 9000-Write_Kaku-pd01800
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f01800-Product_Seihin - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            initialize                             lw-Auditoria
            move "I"                                to lw-Type-operacao-auditoria
            string f01800-ProductCode into lw-chave-auditoria
            move f01800-Product_Seihin              to lw-imagem-nova
            perform 9000-Gravar-Auditoria

            initialize                             f17500-Grade_Produto
            move lnk-CompanyCode                    to f17500-CompanyCode
            move lnk-BranchCode                     to f17500-BranchCode
            move f-ProductCode                      to f17500-cd-Product-pai
            move ws-ind-linha                       to f17500-Seq-linha
            move ws-ind-coluna                      to f17500-Seq-coluna
            move f01800-valor-dimensao-1            to f17500-valor-dimensao-1
            move f01800-valor-dimensao-2            to f17500-valor-dimensao-2
            move f01800-ProductCode                 to f17500-ProductCode
            perform 9000-Write_Kaku-pd17500
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f17500-Grade_Produto - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f01800-ProductCode                 to ws-cd-Product-celula(ws-ind-linha ws-ind-coluna)
            add  1                                  to ws-contador-gerados

       exit.

      *>=================================================================================
      *> Saldo de cada tamanho/cor do Product_Seihin pai: matriz na tela pela
      *> rotina de grade e relatorio com os totais por linha
       2100-Matriz-Stock_Zaiko section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform 9000-Localiza-Pai
            if   f-ProductCode equal zeros
                 exit section
            end-if

            if   not f01800-Product-grade
                 move "Produto nao possui grade!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f01800-Desc-dimensao-1             to f-Desc-dimensao-1
            move f01800-Desc-dimensao-2             to f-Desc-dimensao-2
            perform 8000-Screen_Gamen
            accept f-ArmazemCode at line 23 col 34 with update auto-skip
            if   ws-tecla-Cancela
                 exit section
            end-if

            perform 9000-carrega-grade

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time
            string lnk-tmp-path delimited by "  "
                   "\GRADE_ESTOQUE_" f-ProductCode "_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-grade

            open output arq-grade
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-grade
            string "MATRIZ DE ESTOQUE DA GRADE - PRODUTO " f-ProductCode " " f-Desc-Product_Seihin
                   delimited by size into rs-arq-grade
            write rs-arq-grade
            move spaces                             to rs-arq-grade
            if   f-ArmazemCode equal zeros
                 string "TODOS OS ARMAZENS EM " ws-data-inv delimited by size into rs-arq-grade
            else
                 string "ARMAZEM " f-ArmazemCode " EM " ws-data-inv delimited by size into rs-arq-grade
            end-if
            write rs-arq-grade
            move spaces                             to rs-arq-grade
            write rs-arq-grade

            move spaces                             to rs-arq-grade
            move f-Desc-dimensao-1(1:10)            to rs-arq-grade(1:10)
            move 12                                 to ws-ptr-linha
            perform varying ws-ind-coluna from 1 by 1 until ws-ind-coluna greater ws-nr-colunas
                 move ws-rotulo-coluna(ws-ind-coluna) to rs-arq-grade(ws-ptr-linha:10)
                 add  11                            to ws-ptr-linha
            end-perform
            move "     TOTAL"                       to rs-arq-grade(ws-ptr-linha:10)
            write rs-arq-grade

            move zeros                              to ws-saldo-total
            perform varying ws-ind-linha from 1 by 1 until ws-ind-linha greater ws-nr-linhas
                 move spaces                        to rs-arq-grade
                 move ws-rotulo-linha(ws-ind-linha)  to rs-arq-grade(1:10)
                 move zeros                         to ws-saldo-linha
                 move 12                            to ws-ptr-linha
                 perform varying ws-ind-coluna from 1 by 1 until ws-ind-coluna greater ws-nr-colunas
                      if   ws-cd-Product-celula(ws-ind-linha ws-ind-coluna) equal zeros
                           move "         -"        to rs-arq-grade(ws-ptr-linha:10)
                      else
                           perform 9000-saldo-celula
                           add  ws-saldo-celula     to ws-saldo-linha
                           move ws-saldo-celula     to ws-saldo-celula-e
                           move ws-saldo-celula-e   to rs-arq-grade(ws-ptr-linha + 1:9)
                      end-if
                      add  11                       to ws-ptr-linha
                 end-perform
                 add  ws-saldo-linha                to ws-saldo-total
                 move ws-saldo-linha                to ws-saldo-linha-e
                 move ws-saldo-linha-e              to rs-arq-grade(ws-ptr-linha:15)
                 write rs-arq-grade
            end-perform

            move spaces                             to rs-arq-grade
            write rs-arq-grade
            move ws-saldo-total                     to ws-saldo-linha-e
            move spaces                             to rs-arq-grade
            string "SALDO TOTAL DA GRADE " ws-saldo-linha-e delimited by size into rs-arq-grade
            write rs-arq-grade

            close arq-grade

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "GRADE ESTOQUE " f-ProductCode delimited by size into lw-ds-parametros-spool
            move wid-arq-grade                      to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            initialize                             lw-Grade
            move f-ProductCode                      to lw-cd-Product-pai-grade
            move f-ArmazemCode                      to lw-ArmazemCode-grade
            set  lw-grade-consulta                  to true
            call c-digitacao-grade using lnk-par lw-Grade
            cancel c-digitacao-grade

            string "Matriz de estoque gerada em " wid-arq-grade into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       9000-Localiza-Pai section.

            perform until f-ProductCode greater zeros or ws-tecla-Cancela
                 accept f-ProductCode at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 move zeros                         to f-ProductCode
                 exit section
            end-if

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move f-ProductCode                      to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
                 string "Product_Seihin nao cadastrado! [" f-ProductCode "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move zeros                         to f-ProductCode
                 exit section
            end-if

            if   f01800-Product-variante
                 string "Produto e variante da grade do Product_Seihin " f01800-cd-Product-pai "!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move zeros                         to f-ProductCode
                 exit section
            end-if

            move f01800-Desc-Product_Seihin         to f-Desc-Product_Seihin
            perform 8000-Screen_Gamen

       exit.

      *>=================================================================================
       9000-carrega-grade section.

            initialize                             ws-tabela-grade
            move zeros                              to ws-nr-linhas
                                                       ws-nr-colunas

            initialize                             f17500-Grade_Produto
            move lnk-CompanyCode                    to f17500-CompanyCode
            move lnk-BranchCode                     to f17500-BranchCode
            move f-ProductCode                      to f17500-cd-Product-pai
            perform 9000-str-pd17500-nlss
            perform 9000-Read_Yomu-pd17500-nex
            perform until not ws-OperationOK
                       or f17500-CompanyCode    not equal lnk-CompanyCode
                       or f17500-BranchCode     not equal lnk-BranchCode
                       or f17500-cd-Product-pai not equal f-ProductCode

                 if   f17500-Seq-linha  greater zeros and f17500-Seq-linha  not greater c-max-dimensao
                 and  f17500-Seq-coluna greater zeros and f17500-Seq-coluna not greater c-max-dimensao
                      move f17500-valor-dimensao-1  to ws-rotulo-linha(f17500-Seq-linha)
                                                       ws-rotulo-linha-gravado(f17500-Seq-linha)
                      move f17500-valor-dimensao-2  to ws-rotulo-coluna(f17500-Seq-coluna)
                                                       ws-rotulo-coluna-gravado(f17500-Seq-coluna)
                      move f17500-ProductCode       to ws-cd-Product-celula(f17500-Seq-linha f17500-Seq-coluna)
                      if   f17500-Seq-linha greater ws-nr-linhas
                           move f17500-Seq-linha    to ws-nr-linhas
                      end-if
                      if   f17500-Seq-coluna greater ws-nr-colunas
                           move f17500-Seq-coluna   to ws-nr-colunas
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd17500-nex
            end-perform

       exit.

      *>=================================================================================
       9000-exibe-valores section.

            perform varying ws-ind-linha from 1 by 1 until ws-ind-linha greater c-max-dimensao
                 move ws-ind-linha                  to ws-ind-digito
                 move 17                            to ws-Line_Gyou-grade
                 perform 9000-posicao-valor
                 display ws-rotulo-linha(ws-ind-linha) at line ws-Line_Gyou-grade col ws-Column-grade
                 move 20                            to ws-Line_Gyou-grade
                 perform 9000-posicao-valor
                 display ws-rotulo-coluna(ws-ind-linha) at line ws-Line_Gyou-grade col ws-Column-grade
            end-perform

       exit.

      *>=================================================================================
      *> Cinco valores por linha: posicoes 1-5 na primeira, 6-10 na seguinte
       9000-posicao-valor section.

            if   ws-ind-digito greater 5
                 add  1                             to ws-Line_Gyou-grade
                 compute ws-Column-grade = 34 + ((ws-ind-digito - 6) * 11)
            else
                 compute ws-Column-grade = 34 + ((ws-ind-digito - 1) * 11)
            end-if

       exit.

      *>=================================================================================
      *> EAN-13: pesos 1 e 3 alternados sobre os 12 primeiros digitos
       9000-calcula-ean section.

            compute ws-ean-base = 200000000000 + f01800-ProductCode

            move zeros                              to ws-soma-ean
            perform varying ws-ind-digito from 1 by 1 until ws-ind-digito greater 12
                 if   function mod(ws-ind-digito, 2) equal 1
                      add  ws-digito-base(ws-ind-digito) to ws-soma-ean
                 else
                      compute ws-soma-ean = ws-soma-ean + (ws-digito-base(ws-ind-digito) * 3)
                 end-if
            end-perform

            compute ws-digito-ean = function mod(10 - function mod(ws-soma-ean, 10), 10)
            compute ws-ean-variante = (ws-ean-base * 10) + ws-digito-ean

       exit.

      *>=================================================================================
       9000-saldo-celula section.

            move zeros                              to ws-saldo-celula

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            move ws-cd-Product-celula(ws-ind-linha ws-ind-coluna) to f06000-ProductCode
            move zeros                             to f06000-ArmazemCode
            perform 9000-str-pd06000-nlss
            perform 9000-Read_Yomu-pd06000-nex
            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal lnk-CompanyCode
                       or f06000-BranchCode  not equal lnk-BranchCode
                       or f06000-ProductCode not equal ws-cd-Product-celula(ws-ind-linha ws-ind-coluna)

                 if   f-ArmazemCode equal zeros
                 or   f-ArmazemCode equal f06000-ArmazemCode
                      add  f06000-qtde-disponivel   to ws-saldo-celula
                 end-if

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd06000
            close pd17500

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Grade

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Grade

            perform 9000-StandardFrame
            display frm-Grade

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
       9000-Gravar-Auditoria section.

            move c-ThisProgram                      to lw-ProgramCode-auditoria

            call c-auditoria-cadastro using lnk-par lw-Auditoria
            cancel c-auditoria-cadastro

       exit.

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR06000.cpy.
       copy CSR17500.cpy.
