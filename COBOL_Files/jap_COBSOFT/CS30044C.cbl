      $set sourceformat"free"
       program-id. CS30044C.
      *>=================================================================================
      *>
      *>          Livro Registro de Inventario (Modelo P7) na Data-Base
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS06000.cpy.
       copy CSS06500.cpy.
       copy CSS12900.cpy.

            select arq-livro assign to disk wid-arq-livro
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF06000.cpy.
       copy CSF06500.cpy.
       copy CSF12900.cpy.

       fd   arq-livro.

       01   rs-arq-livro                           pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS30044C".
       78   c-ProgramDesc                   value "REGISTRO DE INVENTARIO P7".
       78   c-max-ncm                               value 300.
       78   c-max-categorias                        value 100.

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-livro                       pic x(200).
            03 ws-contador-itens                   pic 9(07).
            03 ws-ProductCode                      pic 9(09).
            03 ws-qtde-armazem                     pic s9(09)v9(04).
            03 ws-qtde-produto                     pic s9(09)v9(04).
            03 ws-Value-armazem                    pic s9(11)v9(02).
            03 ws-Value-produto                    pic s9(11)v9(02).
            03 ws-custo-unitario                   pic 9(09)v9(04).
            03 ws-Value-total-geral                pic s9(13)v9(02).
            03 ws-idx                              pic 9(03) comp-5.
            03 ws-livre                            pic 9(03) comp-5.
            03 ws-tabela-ncm.
               05 ws-ncm-entrada occurs c-max-ncm.
                  07 ws-ncm-codigo                 pic 9(08).
                  07 ws-ncm-Value                  pic s9(13)v9(02).
            03 ws-tabela-categorias.
               05 ws-cat-entrada occurs c-max-categorias.
                  07 ws-cat-codigo                 pic 9(09).
                  07 ws-cat-Value                  pic s9(13)v9(02).
            03 ws-qtde-x                           pic -zzz.zzz.zz9,9999.
            03 ws-custo-x                          pic zzz.zzz.zz9,9999.
            03 ws-Value-x                          pic -z.zzz.zzz.zz9,99.

       01   f-Inventario.
            03 f-data-base                         pic 9(08).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Inventario.
            03 line 11 col 23   pic x(10) value "Data-base:".
            03 line 11 col 34   pic 9(08) from f-data-base.

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

            perform 9000-Open_Akeru-i-pd01800
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-i-pd06500
            perform 9000-Open_Akeru-io-pd12900

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
                     perform 2100-gerar-inventario
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Inventario valorizado pelo custo medio na data-base: o saldo atual
      *> de cada armazem volta para a data-base pelo saldo anterior do
      *> primeiro movimento posterior a ela. O resultado fica gravado no
      *> f12900 para o Bloco H do SPED Fiscal (CS30014S)
       2100-gerar-inventario section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            *> Sugere o encerramento do exercicio anterior
            accept ws-data-inv                     from date yyyymmdd
            compute f-data-base = ((ws-ano-inv - 1) * 10000) + 1231

            accept f-data-base at line 11 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            if   f-data-base greater ws-data-inv
                 move "Data-base nao pode ser futura!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            string lnk-tmp-path delimited by "  "
                   "\INVENTARIO_P7_" f-data-base ".TXT" delimited by size
                   into wid-arq-livro

            open output arq-livro
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Livro - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2200-limpa-inventario-anterior

            move zeros                              to ws-contador-itens
                                                       ws-Value-total-geral
            initialize                             ws-tabela-ncm
                                                    ws-tabela-categorias

            move spaces                             to rs-arq-livro
            string "REGISTRO DE INVENTARIO - MODELO P7 - INVENTARIO EM " f-data-base(7:2) "/"
                   f-data-base(5:2) "/" f-data-base(1:4) delimited by size into rs-arq-livro
            write rs-arq-livro

            move spaces                             to rs-arq-livro
            string "NCM      CODIGO    DESCRICAO                      UNIDADE         QUANTIDADE"
                   "     CUSTO UNITARIO       VALOR TOTAL" delimited by size into rs-arq-livro
            write rs-arq-livro

            move zeros                              to ws-ProductCode
                                                       ws-qtde-produto
                                                       ws-Value-produto

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            perform 9000-str-pd06000-grt
            perform 9000-Read_Yomu-pd06000-nex
            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal lnk-CompanyCode
                       or f06000-BranchCode  not equal lnk-BranchCode

                 if   f06000-ProductCode not equal ws-ProductCode
                      perform 2200-linha-do-livro
                      move f06000-ProductCode       to ws-ProductCode
                      move zeros                    to ws-qtde-produto
                                                       ws-Value-produto
                 end-if

                 perform 2200-saldo-na-data-base
                 compute ws-Value-armazem rounded = ws-qtde-armazem * f06000-custo-medio
                 add  ws-qtde-armazem               to ws-qtde-produto
                 add  ws-Value-armazem              to ws-Value-produto

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

            perform 2200-linha-do-livro

            perform 2200-totais-por-ncm
            perform 2200-totais-por-categoria

            move ws-Value-total-geral               to ws-Value-x
            move spaces                             to rs-arq-livro
            string "VALOR TOTAL DO INVENTARIO: " ws-Value-x into rs-arq-livro
            write rs-arq-livro

            close arq-livro

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "INVENTARIO P7 " f-data-base delimited by size into lw-ds-parametros-spool
            move wid-arq-livro                     to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Inventario gerado com " ws-contador-itens " itens em " wid-arq-livro into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Regerar a mesma data-base substitui o inventario gravado antes
       2200-limpa-inventario-anterior section.

            initialize                             f12900-Inventario_P7
            move lnk-CompanyCode                    to f12900-CompanyCode
            move lnk-BranchCode                     to f12900-BranchCode
            move f-data-base                       to f12900-data-base
            move zeros                             to f12900-ProductCode
            perform 9000-str-pd12900-grt
            perform 9000-Read_Yomu-pd12900-nex
            perform until not ws-OperationOK
                       or f12900-CompanyCode not equal lnk-CompanyCode
                       or f12900-BranchCode  not equal lnk-BranchCode
                       or f12900-data-base   not equal f-data-base

                 perform 9000-Delete_Sakujo-pd12900
                 perform 9000-Read_Yomu-pd12900-nex
            end-perform

       exit.

      *>=================================================================================
      *> Saldo do armazem na data-base: sem movimento posterior vale o saldo
      *> atual, senao o saldo anterior ao primeiro movimento depois dela
       2200-saldo-na-data-base section.

            move f06000-qtde-disponivel             to ws-qtde-armazem

            initialize                             f06500-Movimento_Zaiko
            move f06000-CompanyCode                 to f06500-CompanyCode
            move f06000-BranchCode                  to f06500-BranchCode
            move f06000-ProductCode                 to f06500-ProductCode
            move f06000-ArmazemCode                 to f06500-ArmazemCode
            move f-data-base                       to f06500-data-movimento
            move all "9"                           to f06500-horario-movimento
            perform 9000-str-pd06500-grt
            perform 9000-Read_Yomu-pd06500-nex
            if   ws-OperationOK
            and  f06500-CompanyCode  equal f06000-CompanyCode
            and  f06500-BranchCode   equal f06000-BranchCode
            and  f06500-ProductCode  equal f06000-ProductCode
            and  f06500-ArmazemCode  equal f06000-ArmazemCode
                 move f06500-qtde-disponivel-anterior to ws-qtde-armazem
            end-if

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       2200-linha-do-livro section.

            if   ws-ProductCode equal zeros
            or   ws-qtde-produto not greater zeros
                 exit section
            end-if

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move ws-ProductCode                     to f01800-ProductCode
            perform 9000-Read_Yomu-pd01800-ran
            if   not ws-OperationOK
                 move spaces                        to f01800-Desc-Product_Seihin
                                                       f01800-unidade-medida
                 move zeros                         to f01800-cd-categoria
                                                       f01800-ncm
            end-if

            compute ws-custo-unitario rounded = ws-Value-produto / ws-qtde-produto

            initialize                             f12900-Inventario_P7
            move lnk-CompanyCode                    to f12900-CompanyCode
            move lnk-BranchCode                     to f12900-BranchCode
            move f-data-base                       to f12900-data-base
            move ws-ProductCode                     to f12900-ProductCode
            move f01800-ncm                        to f12900-ncm
            move f01800-cd-categoria               to f12900-cd-categoria
            move f01800-unidade-medida             to f12900-unidade-medida
            move ws-qtde-produto                   to f12900-qtde-inventario
            move ws-custo-unitario                 to f12900-custo-unitario
            move ws-Value-produto                  to f12900-Value-total
            move ws-data-inv                       to f12900-data-geracao
            move function numval(lnk-UserID)        to f12900-UserID-geracao
            perform 9000-Write_Kaku-pd12900
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f12900-Inventario_P7 - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            add  1                                 to ws-contador-itens
            add  ws-Value-produto                  to ws-Value-total-geral
            perform 2300-acumula-ncm
            perform 2300-acumula-categoria

            move ws-qtde-produto                   to ws-qtde-x
            move ws-custo-unitario                 to ws-custo-x
            move ws-Value-produto                  to ws-Value-x

            move spaces                             to rs-arq-livro
            string f01800-ncm
                   " " ws-ProductCode
                   " " f01800-Desc-Product_Seihin(1:30)
                   " " f01800-unidade-medida
                   " " ws-qtde-x
                   " " ws-custo-x
                   " " ws-Value-x
                   delimited by size into rs-arq-livro
            write rs-arq-livro

       exit.

      *>=================================================================================
       2300-acumula-ncm section.

            move zeros                              to ws-livre

            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-ncm

                 if   ws-ncm-codigo(ws-idx) equal f01800-ncm
                 and  ws-ncm-Value(ws-idx) not equal zeros
                      exit perform
                 end-if

                 if   ws-ncm-codigo(ws-idx) equal zeros
                 and  ws-ncm-Value(ws-idx) equal zeros
                 and  ws-livre equal zeros
                      move ws-idx                   to ws-livre
                 end-if
            end-perform

            if   ws-idx greater c-max-ncm
                 if   ws-livre equal zeros
                      exit section
                 end-if
                 move ws-livre                      to ws-idx
                 move f01800-ncm                    to ws-ncm-codigo(ws-idx)
            end-if

            add  ws-Value-produto                  to ws-ncm-Value(ws-idx)

       exit.

      *>=================================================================================
       2300-acumula-categoria section.

            move zeros                              to ws-livre

            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-categorias

                 if   ws-cat-codigo(ws-idx) equal f01800-cd-categoria
                 and  ws-cat-Value(ws-idx) not equal zeros
                      exit perform
                 end-if

                 if   ws-cat-codigo(ws-idx) equal zeros
                 and  ws-cat-Value(ws-idx) equal zeros
                 and  ws-livre equal zeros
                      move ws-idx                   to ws-livre
                 end-if
            end-perform

            if   ws-idx greater c-max-categorias
                 if   ws-livre equal zeros
                      exit section
                 end-if
                 move ws-livre                      to ws-idx
                 move f01800-cd-categoria           to ws-cat-codigo(ws-idx)
            end-if

            add  ws-Value-produto                  to ws-cat-Value(ws-idx)

       exit.

      *>=================================================================================
       2200-totais-por-ncm section.

            move spaces                             to rs-arq-livro
            write rs-arq-livro

            move spaces                             to rs-arq-livro
            move "TOTAIS POR CLASSIFICACAO FISCAL (NCM)" to rs-arq-livro
            write rs-arq-livro

            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-ncm

                 if   ws-ncm-Value(ws-idx) not equal zeros
                      move ws-ncm-Value(ws-idx)     to ws-Value-x
                      move spaces                   to rs-arq-livro
                      string "NCM " ws-ncm-codigo(ws-idx)
                             " VALOR " ws-Value-x
                             delimited by size into rs-arq-livro
                      write rs-arq-livro
                 end-if
            end-perform

       exit.

      *>=================================================================================
       2200-totais-por-categoria section.

            move spaces                             to rs-arq-livro
            write rs-arq-livro

            move spaces                             to rs-arq-livro
            move "TOTAIS POR CATEGORIA"             to rs-arq-livro
            write rs-arq-livro

            perform varying ws-idx from 1 by 1
                    until ws-idx greater c-max-categorias

                 if   ws-cat-Value(ws-idx) not equal zeros
                      move ws-cat-Value(ws-idx)     to ws-Value-x
                      move spaces                   to rs-arq-livro
                      string "CATEGORIA " ws-cat-codigo(ws-idx)
                             " VALOR " ws-Value-x
                             delimited by size into rs-arq-livro
                      write rs-arq-livro
                 end-if
            end-perform

            move spaces                             to rs-arq-livro
            write rs-arq-livro

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd06000
            close pd06500
            close pd12900

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Inventario

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Inventario

            perform 9000-StandardFrame
            display frm-Inventario

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR06000.cpy.
       copy CSR06500.cpy.
       copy CSR12900.cpy.
