      $set sourceformat"free"
       program-id. CS10049C.
      *>=================================================================================
      *>
      *>     Tabela NCM (TIPI) e Tabela NCM x CEST - Importacao e Consulta
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01800.cpy.
       copy CSS17600.cpy.
       copy CSS17700.cpy.

            select arq-tipi assign to disk wid-arq-tipi
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-cest assign to disk wid-arq-cest
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-Report_Repoto assign to disk wid-arq-Report_Repoto
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01800.cpy.
       copy CSF17600.cpy.
       copy CSF17700.cpy.

      *> TIPI convertida da planilha oficial da Receita - uma linha por NCM;
      *> linhas de capitulo/posicao sem NCM numerico sao ignoradas
       fd   arq-tipi.

       01   rs-arq-tipi.
            03 rs-tp-ncm                           pic x(08).
            03 rs-tp-ncm-n redefines rs-tp-ncm     pic 9(08).
            03 rs-tp-aliq-ipi                      pic 9(03)v9(02).
            03 rs-tp-id-nt                         pic x(02).
               88 rs-tp-ipi-nao-tributado              value "NT".
            03 rs-tp-data-inicio-vigencia          pic 9(08).
            03 rs-tp-data-fim-vigencia             pic 9(08).
            03 rs-tp-Desc-ncm                      pic x(100).

      *> Anexos do Convenio ICMS de CEST - o NCM pode vir completo ou so com o
      *> capitulo/posicao/subposicao (2, 4 ou 6 digitos, alinhado a esquerda)
       fd   arq-cest.

       01   rs-arq-cest.
            03 rs-ce-cest                          pic x(07).
            03 rs-ce-cest-n redefines rs-ce-cest   pic 9(07).
            03 rs-ce-ncm-prefixo                   pic x(08).
            03 rs-ce-segmento                      pic 9(02).
            03 rs-ce-Desc-cest                     pic x(100).

       fd   arq-Report_Repoto.

       01   rs-arq-Report_Repoto                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS10049C".
       78   c-ProgramDesc                   value "TABELA NCM / CEST".
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW17600.cpy.

       01   ws-WorkFields.
            03 wid-arq-tipi                        pic x(200).
            03 wid-arq-cest                        pic x(200).
            03 wid-arq-Report_Repoto               pic x(200).
            03 ws-data-vespera                     pic 9(08).
            03 ws-contador-lidas                   pic 9(07).
            03 ws-contador-incluidas               pic 9(07).
            03 ws-contador-alteradas               pic 9(07).
            03 ws-contador-ignoradas               pic 9(07).
            03 ws-contador-expiradas               pic 9(07).
            03 ws-contador-excluidas               pic 9(07).
            03 ws-contador-Report_Repoto           pic 9(07).
            03 ws-ncm-x                            pic x(08).
            03 ws-ncm-prefixo                      pic x(08).
            03 ws-tamanho-prefixo                  pic 9(01).
            03 ws-aliq-ipi-display                 pic zz9,99.

       01   f-Ncm_Tipi.
            03 f-ncm                               pic 9(08).
            03 f-Desc-ncm                          pic x(60).
            03 f-aliq-ipi                          pic zz9,99.
            03 f-id-ipi-nt                         pic x(01).
            03 f-data-inicio-vigencia              pic 9(08).
            03 f-data-fim-vigencia                 pic 9(08).
            03 f-data-carga                        pic 9(08).
            03 f-Desc-situacao                     pic x(40).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Ncm_Tipi.
            03 line 11 col 29   pic x(04) value "NCM:".
            03 line 11 col 34   pic 9(08) from f-ncm.
            03 line 13 col 23   pic x(10) value "Descricao:".
            03 line 13 col 34   pic x(60) from f-Desc-ncm.
            03 line 15 col 23   pic x(10) value "Aliq. IPI:".
            03 line 15 col 34   pic zz9,99 from f-aliq-ipi.
            03 line 15 col 48   pic x(20) value "Nao Tributado (S/N):".
            03 line 15 col 69   pic x(01) from f-id-ipi-nt.
            03 line 17 col 17   pic x(16) value "Inicio Vigencia:".
            03 line 17 col 34   pic 9(08) from f-data-inicio-vigencia.
            03 line 17 col 51   pic x(17) value "Fim da Vigencia:".
            03 line 17 col 69   pic 9(08) from f-data-fim-vigencia.
            03 line 19 col 19   pic x(14) value "Ultima Carga:".
            03 line 19 col 34   pic 9(08) from f-data-carga.
            03 line 21 col 24   pic x(09) value "Situacao:".
            03 line 21 col 34   pic x(40) from f-Desc-situacao.

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
            perform 9000-Open_Akeru-io-pd17600
            perform 9000-Open_Akeru-io-pd17700

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
                     perform 2100-Importar-Tipi
                when 02
                     perform 2100-Query_Shokai
                when 03
                     perform 2100-Importar-Cest
                when 05
                     perform 2100-Report_Repoto
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Carga da TIPI: cada NCM do arquivo e incluido ou atualizado com a
      *> descricao, a aliquota de IPI e a vigencia; os NCMs vigentes que nao
      *> vieram na nova TIPI sao encerrados na vespera da carga. Ao final sai
      *> o relatorio dos produtos cujo NCM ficou invalido
       2100-Importar-Tipi section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            string lnk-tmp-path delimited by "  " "\TIPI.TXT" into wid-arq-tipi

            open input arq-tipi
            if   not ws-OperationOK
                 string "Arquivo TIPI nao encontrado [" wid-arq-tipi "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirma a carga da nova TIPI? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 close arq-tipi
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            compute ws-data-vespera = function date-of-integer(
                    function integer-of-date(ws-data-inv) - 1)

            move zeros                              to ws-contador-lidas
                                                       ws-contador-incluidas
                                                       ws-contador-alteradas
                                                       ws-contador-ignoradas
                                                       ws-contador-expiradas

            read arq-tipi next
            perform until not ws-OperationOK

                 add  1                             to ws-contador-lidas

                 if   rs-tp-ncm is numeric
                 and  rs-tp-ncm-n greater zeros
                      perform 2200-grava-ncm
                 else
                      add  1                        to ws-contador-ignoradas
                 end-if

                 read arq-tipi next
            end-perform

            close arq-tipi

            perform 2200-encerra-ncm-excluido

            string ws-contador-incluidas " NCMs incluidos, " ws-contador-alteradas " atualizados, "
                   ws-contador-expiradas " encerrados, " ws-contador-ignoradas " linhas ignoradas"
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

            perform 2100-Report_Repoto

       exit.

      *>=================================================================================
       2200-grava-ncm section.

            initialize                             f17600-Ncm_Tipi
            move lnk-CompanyCode                    to f17600-CompanyCode
            move lnk-BranchCode                     to f17600-BranchCode
            move rs-tp-ncm-n                        to f17600-ncm
            perform 9000-Read_Yomu-pd17600-ran
            if   not ws-OperationOK
            and  not ws-RecordNotFound
                 string "読み取りエラー f17600-Ncm_Tipi - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-Abort_Chushi
            end-if

            if   ws-RecordNotFound
                 initialize                        f17600-Ncm_Tipi
                 move lnk-CompanyCode               to f17600-CompanyCode
                 move lnk-BranchCode                to f17600-BranchCode
                 move rs-tp-ncm-n                   to f17600-ncm
                 move ws-data-inv                   to f17600-data-inicio-vigencia
            end-if

            move rs-tp-Desc-ncm                     to f17600-Desc-ncm
            if   rs-tp-ipi-nao-tributado
                 set  f17600-ipi-nao-tributado      to true
                 move zeros                         to f17600-aliq-ipi
            else
                 set  f17600-ipi-tributado          to true
                 if   rs-tp-aliq-ipi is numeric
                      move rs-tp-aliq-ipi           to f17600-aliq-ipi
                 else
                      move zeros                    to f17600-aliq-ipi
                 end-if
            end-if
            if   rs-tp-data-inicio-vigencia is numeric
            and  rs-tp-data-inicio-vigencia greater zeros
                 move rs-tp-data-inicio-vigencia    to f17600-data-inicio-vigencia
            end-if
            if   rs-tp-data-fim-vigencia is numeric
                 move rs-tp-data-fim-vigencia       to f17600-data-fim-vigencia
            else
                 move zeros                         to f17600-data-fim-vigencia
            end-if
            move ws-data-inv                        to f17600-data-carga
            move function numval(lnk-UserID)        to f17600-UserID-carga

            if   ws-RecordNotFound
                 perform 9000-Write_Kaku-pd17600
                 if   ws-OperationOK
                      add  1                        to ws-contador-incluidas
                 end-if
            else
                 perform 9000-Rewrite_Kakinaosu-pd17600
                 if   ws-OperationOK
                      add  1                        to ws-contador-alteradas
                 end-if
            end-if

            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f17600-Ncm_Tipi - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-encerra-ncm-excluido section.

            initialize                             f17600-Ncm_Tipi
            move lnk-CompanyCode                    to f17600-CompanyCode
            move lnk-BranchCode                     to f17600-BranchCode
            move zeros                              to f17600-ncm
            perform 9000-str-pd17600-grt
            perform 9000-Read_Yomu-pd17600-nex
            perform until not ws-OperationOK
                       or f17600-CompanyCode not equal lnk-CompanyCode
                       or f17600-BranchCode  not equal lnk-BranchCode

                 if   f17600-data-carga less ws-data-inv
                 and (f17600-data-fim-vigencia equal zeros
                 or   f17600-data-fim-vigencia not less ws-data-inv)
                      move ws-data-vespera          to f17600-data-fim-vigencia
                      perform 9000-Rewrite_Kakinaosu-pd17600
                      if   ws-OperationOK
                           add  1                   to ws-contador-expiradas
                      else
                           string "Error_Eraa ao Rewrite_Kakinaosu f17600-Ncm_Tipi - " ws-AccessResult into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd17600-nex
            end-perform

       exit.

      *>=================================================================================
      *> Tabela NCM x CEST: substitui a tabela inteira a cada carga, como
      *> publicada no anexo do convenio
       2100-Importar-Cest section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            string lnk-tmp-path delimited by "  " "\CEST.TXT" into wid-arq-cest

            open input arq-cest
            if   not ws-OperationOK
                 string "Arquivo CEST nao encontrado [" wid-arq-cest "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirma a substituicao da tabela NCM x CEST? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji
            if   not ws-MessageOptionYes
                 close arq-cest
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd

            move zeros                              to ws-contador-lidas
                                                       ws-contador-incluidas
                                                       ws-contador-ignoradas
                                                       ws-contador-excluidas

            initialize                             f17700-Cest_Ncm
            move lnk-CompanyCode                    to f17700-CompanyCode
            move lnk-BranchCode                     to f17700-BranchCode
            move low-values                         to f17700-ncm-prefixo
            move zeros                              to f17700-cest
            perform 9000-str-pd17700-grt
            perform 9000-Read_Yomu-pd17700-nex
            perform until not ws-OperationOK
                       or f17700-CompanyCode not equal lnk-CompanyCode
                       or f17700-BranchCode  not equal lnk-BranchCode

                 perform 9000-Delete_Sakujo-pd17700
                 if   ws-OperationOK
                      add  1                        to ws-contador-excluidas
                 end-if

                 perform 9000-Read_Yomu-pd17700-nex
            end-perform

            read arq-cest next
            perform until not ws-OperationOK

                 add  1                             to ws-contador-lidas

                 if   rs-ce-cest is numeric
                 and  rs-ce-cest-n greater zeros
                 and  rs-ce-ncm-prefixo not equal spaces
                      initialize                   f17700-Cest_Ncm
                      move lnk-CompanyCode          to f17700-CompanyCode
                      move lnk-BranchCode           to f17700-BranchCode
                      move rs-ce-ncm-prefixo        to f17700-ncm-prefixo
                      move rs-ce-cest-n             to f17700-cest
                      if   rs-ce-segmento is numeric
                           move rs-ce-segmento      to f17700-segmento
                      end-if
                      move rs-ce-Desc-cest          to f17700-Desc-cest
                      move ws-data-inv              to f17700-data-carga
                      perform 9000-Write_Kaku-pd17700
                      if   ws-OperationOK
                           add  1                   to ws-contador-incluidas
                      else
                           add  1                   to ws-contador-ignoradas
                      end-if
                 else
                      add  1                        to ws-contador-ignoradas
                 end-if

                 read arq-cest next
            end-perform

            close arq-cest

            string ws-contador-incluidas " relacoes NCM x CEST carregadas, " ws-contador-excluidas
                   " substituidas, " ws-contador-ignoradas " linhas ignoradas"
                   delimited by size into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Consulta do NCM na TIPI e dos CESTs aceitos para ele
       2100-Query_Shokai section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-ncm greater zeros or ws-tecla-Cancela
                 accept f-ncm at line 11 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            initialize                             f17600-Ncm_Tipi
            move lnk-CompanyCode                    to f17600-CompanyCode
            move lnk-BranchCode                     to f17600-BranchCode
            move f-ncm                              to f17600-ncm
            perform 9000-Read_Yomu-pd17600-ran
            if   not ws-OperationOK
                 string "NCM nao consta da TIPI! [" f-ncm "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move f17600-Desc-ncm                    to f-Desc-ncm
            move f17600-aliq-ipi                    to f-aliq-ipi
            if   f17600-ipi-nao-tributado
                 move "S"                           to f-id-ipi-nt
            else
                 move "N"                           to f-id-ipi-nt
            end-if
            move f17600-data-inicio-vigencia        to f-data-inicio-vigencia
            move f17600-data-fim-vigencia           to f-data-fim-vigencia
            move f17600-data-carga                  to f-data-carga

            initialize                             lw-Ncm
            move f-ncm                              to lw-cd-ncm
            call c-valida-ncm using lnk-par lw-Ncm
            cancel c-valida-ncm

            evaluate true
                when lw-ncm-valido
                     move "VIGENTE"                 to f-Desc-situacao
                when lw-cest-ausente
                     move "VIGENTE - EXIGE CEST"    to f-Desc-situacao
                when other
                     move lw-Desc-situacao-ncm      to f-Desc-situacao
            end-evaluate

            perform 8000-Screen_Gamen

            move f-ncm                              to ws-ncm-x
            perform varying ws-tamanho-prefixo from 8 by -2
                    until ws-tamanho-prefixo less 2
                 move spaces                        to ws-ncm-prefixo
                 move ws-ncm-x(1:ws-tamanho-prefixo) to ws-ncm-prefixo
                 perform 2200-exibe-cest-prefixo
            end-perform

       exit.

      *>=================================================================================
       2200-exibe-cest-prefixo section.

            initialize                             f17700-Cest_Ncm
            move lnk-CompanyCode                    to f17700-CompanyCode
            move lnk-BranchCode                     to f17700-BranchCode
            move ws-ncm-prefixo                     to f17700-ncm-prefixo
            move zeros                              to f17700-cest
            perform 9000-str-pd17700-nlss
            perform 9000-Read_Yomu-pd17700-nex
            perform until not ws-OperationOK
                       or f17700-CompanyCode  not equal lnk-CompanyCode
                       or f17700-BranchCode   not equal lnk-BranchCode
                       or f17700-ncm-prefixo  not equal ws-ncm-prefixo

                 string "CEST " f17700-cest " (NCM " f17700-ncm-prefixo ") "
                        f17700-Desc-cest(1:50)
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji

                 perform 9000-Read_Yomu-pd17700-nex
            end-perform

       exit.

      *>=================================================================================
      *> Produtos ativos com NCM inexistente ou fora de vigencia na TIPI, ou
      *> sem o CEST que o NCM exige
       2100-Report_Repoto section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            accept ws-Hours                        from time

            string lnk-tmp-path delimited by "  "
                   "\NCM_INVALIDO_" ws-data-inv "_" ws-Hours(01:06) ".TXT" delimited by size
                   into wid-arq-Report_Repoto
            open output arq-Report_Repoto
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-Report_Repoto
            string "PRODUTOS COM NCM/CEST INVALIDO NA TIPI VIGENTE EM " ws-data-inv
                   delimited by size into rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move spaces                             to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto
            move "PRODUTO   DESCRICAO                                NCM      CEST    SITUACAO"
                                                    to rs-arq-Report_Repoto
            write rs-arq-Report_Repoto

            move zeros                              to ws-contador-Report_Repoto

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move zeros                              to f01800-ProductCode
            perform 9000-str-pd01800-grt
            perform 9000-Read_Yomu-pd01800-nex
            perform until not ws-OperationOK
                       or f01800-CompanyCode not equal lnk-CompanyCode
                       or f01800-BranchCode  not equal lnk-BranchCode

                 if   f01800-data-Delete_Sakujo equal zeros
                      initialize                   lw-Ncm
                      if   f01800-ncm equal zeros
                           set  lw-ncm-inexistente  to true
                           move "NCM NAO INFORMADO"  to lw-Desc-situacao-ncm
                      else
                           move f01800-ncm          to lw-cd-ncm
                           move f01800-cest         to lw-cest-ncm
                           move ws-data-inv         to lw-data-referencia-ncm
                           call c-valida-ncm using lnk-par lw-Ncm
                           cancel c-valida-ncm
                      end-if

                      if   not lw-ncm-valido
                           add  1                   to ws-contador-Report_Repoto
                           move spaces              to rs-arq-Report_Repoto
                           string f01800-ProductCode " " f01800-Desc-Product_Seihin(1:40)
                                  " " f01800-ncm " " f01800-cest " " lw-Desc-situacao-ncm
                                  delimited by size into rs-arq-Report_Repoto
                           write rs-arq-Report_Repoto
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd01800-nex
            end-perform

            if   ws-contador-Report_Repoto equal zeros
                 move "   NENHUM PRODUTO COM NCM INVALIDO" to rs-arq-Report_Repoto
                 write rs-arq-Report_Repoto
            end-if

            close arq-Report_Repoto

            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "NCM INVALIDO " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-Report_Repoto              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string ws-contador-Report_Repoto " produtos com NCM invalido em " wid-arq-Report_Repoto
                   into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01800
            close pd17600
            close pd17700

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Ncm_Tipi

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Ncm_Tipi

            perform 9000-StandardFrame
            display frm-Ncm_Tipi

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01800.cpy.
       copy CSR17600.cpy.
       copy CSR17700.cpy.
