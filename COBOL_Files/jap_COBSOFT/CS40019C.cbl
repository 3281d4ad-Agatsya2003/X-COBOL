      $set sourceformat"free"
       program-id. CS40019C.
      *>=================================================================================
      *>
      *>        Geracao dos Titulos a Pagar dos Tributos Apurados no Mes
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS01900.cpy.
       copy CSS02600.cpy.
       copy CSS05000.cpy.
       copy CSS13000.cpy.
       copy CSS14400.cpy.

            select arq-tributos assign to disk wid-arq-tributos
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF01900.cpy.
       copy CSF02600.cpy.
       copy CSF05000.cpy.
       copy CSF13000.cpy.
       copy CSF14400.cpy.

       fd   arq-tributos.

       01   rs-arq-tributos                        pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-Version                               value "a".
       78   c-ThisProgram                        value "CS40019C".
       78   c-ProgramDesc                   value "TITULOS DE TRIBUTOS APURADOS".

       78   c-serie-guia-tributo                   value 909.
       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.

       01   ws-WorkFields.
            03 wid-arq-tributos                    pic x(200).
            03 ws-competencia                      pic 9(06).
            03 ws-Parameters-data-util             pic 9(08).
            03 ws-data-vencimento                  pic 9(08).
            03 ws-data-vencimento-int              pic 9(07).
            03 ws-ano-vencimento                   pic 9(04).
            03 ws-mes-vencimento                   pic 9(02).
            03 ws-ultimo-dia                       pic 9(02).
            03 ws-dia-vencimento                   pic 9(02).
            03 ws-primeiro-dia-seguinte            pic 9(08).
            03 ws-total-iss                        pic 9(11)v9(02).
            03 ws-total-iss-retido                 pic 9(11)v9(02).
            03 ws-contador-gerados                 pic 9(05).
            03 ws-contador-existentes              pic 9(05).
            03 ws-contador-pendentes               pic 9(05).
            03 ws-total-gerado                     pic 9(13)v9(02).
            03 ws-situacao-linha                   pic x(30).
            03 ws-Value-x                          pic z.zzz.zzz.zz9,99.
            03 ws-id-titulo                        pic x(01).
               88 ws-titulo-existente                  value "S".
               88 ws-titulo-inexistente                value "N".

       01   f-Tributos.
            03 f-mes-referencia                    pic 9(02).
            03 f-ano-referencia                    pic 9(04).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

      *>=================================================================================
       screen section.

       01   frm-Tributos.
            03 line 11 col 29   pic x(04) value "Mes:".
            03 line 11 col 34   pic 9(02) from f-mes-referencia.
            03 line 13 col 29   pic x(04) value "Ano:".
            03 line 13 col 34   pic 9(04) from f-ano-referencia.

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

            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-io-pd02600
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-io-pd13000
            perform 9000-Open_Akeru-i-pd14400

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
                     perform 2100-Gerar-Titulos
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                     move "無効なオプション!"   to ws-Message_Messeji
                     perform 9000-Message_Messeji
            end-evaluate

       exit.

      *>=================================================================================
      *> Depois das apuracoes do mes (ICMS/IPI no CS30013C, PIS/COFINS no
      *> CS30029S, DIFAL no CS30030S) apura o ISS das NFS-e e gera um titulo
      *> a pagar por tributo com saldo a recolher, para o favorecido da guia
      *> (CS10046C). O titulo gerado fica vinculado a apuracao: refazer a
      *> apuracao ou este processamento no gera um segundo titulo
       2100-Gerar-Titulos section.

            if   not lnk-AllowAdd
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until (f-mes-referencia greater zeros
                      and  f-mes-referencia not greater 12)
                       or ws-tecla-Cancela
                 accept f-mes-referencia at line 11 col 34 with update auto-skip
            end-perform

            perform until f-ano-referencia greater zeros or ws-tecla-Cancela
                 accept f-ano-referencia at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia

            move "Confirm_Kakunin geracao dos titulos dos tributos da competencia? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            if   not ws-MessageOptionYes
                 exit section
            end-if

            perform 2200-apura-iss

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\TITULOS_TRIBUTOS_" f-ano-referencia f-mes-referencia "_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-tributos
            open output arq-tributos
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move spaces                             to rs-arq-tributos
            string "TITULOS DE TRIBUTOS APURADOS - COMPETENCIA " f-mes-referencia "/" f-ano-referencia
                   " - EMITIDO EM " ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-tributos
            write rs-arq-tributos

            move spaces                             to rs-arq-tributos
            write rs-arq-tributos

            move spaces                             to rs-arq-tributos
            string "TRIBUTO GUIA RECEITA FAVORECIDO VENCIMENTO            VALOR TITULO        SITUACAO"
                   delimited by size into rs-arq-tributos
            write rs-arq-tributos

            move zeros                              to ws-contador-gerados
                                                       ws-contador-existentes
                                                       ws-contador-pendentes
                                                       ws-total-gerado

            initialize                             f13000-Apuracao_Imposto
            move lnk-CompanyCode                    to f13000-CompanyCode
            move lnk-BranchCode                     to f13000-BranchCode
            move ws-competencia                     to f13000-competencia
            move spaces                             to f13000-cd-tributo
            perform 9000-str-pd13000-nlss
            perform 9000-Read_Yomu-pd13000-nex
            perform until not ws-OperationOK
                       or f13000-CompanyCode  not equal lnk-CompanyCode
                       or f13000-BranchCode   not equal lnk-BranchCode
                       or f13000-competencia  not equal ws-competencia

                 if   f13000-Value-a-recolher greater zeros
                      perform 2200-titulo-do-tributo
                      perform 2200-escreve-linha
                 end-if

                 perform 9000-Read_Yomu-pd13000-nex
            end-perform

            move ws-total-gerado                    to ws-Value-x
            move spaces                             to rs-arq-tributos
            write rs-arq-tributos
            move spaces                             to rs-arq-tributos
            string "GERADOS " ws-contador-gerados " TITULOS - TOTAL " ws-Value-x
                   " - JA EXISTENTES " ws-contador-existentes
                   " - PENDENTES " ws-contador-pendentes
                   delimited by size into rs-arq-tributos
            write rs-arq-tributos

            close arq-tributos

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "TITULOS DE TRIBUTOS " f-mes-referencia "/" f-ano-referencia delimited by size into lw-ds-parametros-spool
            move wid-arq-tributos                   to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Gerados " ws-contador-gerados " titulos - relatorio em " wid-arq-tributos into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> ISS das NFS-e emitidas na competencia; o ISS retido pelo tomador
      *> nao e recolhido pela Filial
       2200-apura-iss section.

            move zeros                              to ws-total-iss
                                                       ws-total-iss-retido

            *> NFS-e (tipo 03) da competencia pela data de operacao (chave-2)
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            compute f05000-data-operacao = (ws-competencia * 100) + 1
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao(1:6) greater ws-competencia

                 if   f05000-nota-servico
                 and  f05000-nota-emitida
                      add f05000-Value-iss          to ws-total-iss
                      add f05000-Value-iss-retido   to ws-total-iss-retido
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

            if   ws-total-iss equal zeros
                 exit section
            end-if

            initialize                             f13000-Apuracao_Imposto
            move lnk-CompanyCode                    to f13000-CompanyCode
            move lnk-BranchCode                     to f13000-BranchCode
            move ws-competencia                     to f13000-competencia
            move "ISS   "                           to f13000-cd-tributo
            perform 9000-Read_Yomu-pd13000-ran
            if   not ws-OperationOK
                 initialize                         f13000-Apuracao_Imposto
                 move lnk-CompanyCode               to f13000-CompanyCode
                 move lnk-BranchCode                to f13000-BranchCode
                 move ws-competencia                to f13000-competencia
                 move "ISS   "                      to f13000-cd-tributo
                 move "23"                          to ws-AccessResult
            end-if

            move ws-total-iss                       to f13000-Value-debitos
            move ws-total-iss-retido                to f13000-Value-outros-creditos
            move zeros                              to f13000-Value-creditos
                                                       f13000-saldo-credor-anterior
                                                       f13000-saldo-credor-transportar
            if   ws-total-iss greater ws-total-iss-retido
                 compute f13000-Value-a-recolher = ws-total-iss - ws-total-iss-retido
            else
                 move zeros                         to f13000-Value-a-recolher
            end-if

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to f13000-data-apuracao
            move function numval(lnk-UserID)        to f13000-UserID-apuracao

            if   ws-OperationOK
                 perform 9000-Rewrite_Kakinaosu-pd13000
            else
                 perform 9000-Write_Kaku-pd13000
            end-if
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f13000-Apuracao_Imposto - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-titulo-do-tributo section.

            move spaces                             to ws-situacao-linha
            move zeros                              to ws-data-vencimento

            initialize                             f14400-Guia_Tributo
            move lnk-CompanyCode                    to f14400-CompanyCode
            move lnk-BranchCode                     to f14400-BranchCode
            move f13000-cd-tributo                  to f14400-cd-tributo
            perform 9000-Read_Yomu-pd14400-ran
            if   not ws-OperationOK
            or   not f14400-guia-ativa
                 initialize                         f14400-Guia_Tributo
                 move "SEM GUIA CADASTRADA"         to ws-situacao-linha
                 add 1                              to ws-contador-pendentes
                 exit section
            end-if

            perform 2300-calcula-vencimento

            *> Titulo ja gerado para esta apuracao: no gera outro
            set  ws-titulo-inexistente              to true
            if   f13000-Number-documento-titulo greater zeros
                 initialize                         f02600-Contas_Pagar
                 move lnk-CompanyCode               to f02600-CompanyCode
                 move lnk-BranchCode                to f02600-BranchCode
                 move f13000-Type-nota-titulo       to f02600-Type-nota
                 move f13000-Number-documento-titulo to f02600-Number-documento
                 move f13000-Series-documento-titulo to f02600-Series-documento
                 perform 9000-Read_Yomu-pd02600-ran
                 if   ws-OperationOK
                      set  ws-titulo-existente      to true
                 end-if
            end-if

            if   ws-titulo-existente
                 add 1                              to ws-contador-existentes
                 move f02600-data-vencimento        to ws-data-vencimento
                 if   f02600-Value-total equal f13000-Value-a-recolher
                      move "JA GERADO"              to ws-situacao-linha
                 else
                      move "JA GERADO - VALOR DIVERGENTE" to ws-situacao-linha
                 end-if
                 exit section
            end-if

            move c-serie-guia-tributo               to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            accept ws-data-inv                     from date yyyymmdd

            initialize                             f02600-Contas_Pagar
            move lnk-CompanyCode                    to f02600-CompanyCode
            move lnk-BranchCode                     to f02600-BranchCode
            move 00                                to f02600-Type-nota
            move lnk-Number-documento              to f02600-Number-documento
            move c-serie-guia-tributo              to f02600-Series-documento
            move ws-competencia                    to f02600-Number-documento-origem
            move f13000-cd-tributo                 to f02600-Series-documento-origem
            move f14400-cd-fornecedor              to f02600-cd-fornecedor
            move ws-data-inv                       to f02600-data-emissao
            move ws-data-vencimento                to f02600-data-vencimento
            move f13000-Value-a-recolher           to f02600-Value-total
            move zeros                             to f02600-Value-pago
            set  f02600-aberto                     to true

            perform 9000-Write_Kaku-pd02600
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02600-Contas_Pagar - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "ERRO NA GRAVACAO"            to ws-situacao-linha
                 add 1                              to ws-contador-pendentes
                 exit section
            end-if

            move f02600-Type-nota                  to f13000-Type-nota-titulo
            move f02600-Number-documento           to f13000-Number-documento-titulo
            move f02600-Series-documento           to f13000-Series-documento-titulo
            move ws-data-inv                       to f13000-data-geracao-titulo
            perform 9000-Rewrite_Kakinaosu-pd13000
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f13000-Apuracao_Imposto - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move "GERADO"                           to ws-situacao-linha
            add 1                                   to ws-contador-gerados
            add f02600-Value-total                  to ws-total-gerado

       exit.

      *>=================================================================================
      *> Vencimento legal: dia do cadastro da guia, contado em meses apos a
      *> competencia (limitado ao ultimo dia do mes); em dia no util o
      *> tributo e antecipado (federais) ou postergado conforme a guia
       2300-calcula-vencimento section.

            compute ws-mes-vencimento = f-mes-referencia + f14400-meses-vencimento
            move f-ano-referencia                   to ws-ano-vencimento
            if   ws-mes-vencimento greater 12
                 subtract 12                        from ws-mes-vencimento
                 add 1                              to ws-ano-vencimento
            end-if

            *> Ultimo dia do mes: vespera do primeiro dia do mes seguinte
            if   ws-mes-vencimento equal 12
                 compute ws-primeiro-dia-seguinte = ((ws-ano-vencimento + 1) * 10000) + 0101
            else
                 compute ws-primeiro-dia-seguinte = (ws-ano-vencimento * 10000)
                                                  + ((ws-mes-vencimento + 1) * 100) + 1
            end-if
            compute ws-data-vencimento-int =
                    function integer-of-date(ws-primeiro-dia-seguinte) - 1
            move function date-of-integer(ws-data-vencimento-int) to ws-data-vencimento
            move ws-data-vencimento(7:2)            to ws-ultimo-dia

            move f14400-dia-vencimento              to ws-dia-vencimento
            if   ws-dia-vencimento greater ws-ultimo-dia
                 move ws-ultimo-dia                 to ws-dia-vencimento
            end-if

            compute ws-data-vencimento = (ws-ano-vencimento * 10000)
                                       + (ws-mes-vencimento * 100) + ws-dia-vencimento

            move ws-data-vencimento                 to ws-Parameters-data-util
            call c-proximo-dia-util using lnk-par ws-Parameters-data-util
            cancel c-proximo-dia-util

            if   f14400-vencimento-posterga
                 move ws-Parameters-data-util       to ws-data-vencimento
                 exit section
            end-if

            *> Antecipa: recua um dia enquanto o CS00114S no devolver a
            *> propria data como dia util
            perform until ws-Parameters-data-util equal ws-data-vencimento
                 compute ws-data-vencimento-int =
                         function integer-of-date(ws-data-vencimento) - 1
                 move function date-of-integer(ws-data-vencimento-int) to ws-data-vencimento
                 move ws-data-vencimento            to ws-Parameters-data-util
                 call c-proximo-dia-util using lnk-par ws-Parameters-data-util
                 cancel c-proximo-dia-util
            end-perform

       exit.

      *>=================================================================================
       2200-escreve-linha section.

            move f13000-Value-a-recolher            to ws-Value-x
            move spaces                             to rs-arq-tributos
            string f13000-cd-tributo
                   "  " f14400-Type-guia
                   " " f14400-cd-receita
                   "  " f14400-cd-fornecedor
                   " " ws-data-vencimento(7:2) "/" ws-data-vencimento(5:2) "/" ws-data-vencimento(1:4)
                   " " ws-Value-x
                   " " f13000-Number-documento-titulo "/" f13000-Series-documento-titulo
                   " " ws-situacao-linha
                   delimited by size into rs-arq-tributos
            write rs-arq-tributos

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01900
            close pd02600
            close pd05000
            close pd13000
            close pd14400

       exit.
      *>=================================================================================
      *> Rotinas Genrias - Frame

       copy CSC00903.cpy. *> Frame_Furemu

      *>=================================================================================
       8000-Screen_Gamen section.

            perform 9000-StandardFrame
            display frm-Tributos

       exit.

      *>=================================================================================
       8000-ClearScreen section.

            initialize                             f-Tributos

            perform 9000-StandardFrame
            display frm-Tributos

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR01900.cpy.
       copy CSR02600.cpy.
       copy CSR05000.cpy.
       copy CSR13000.cpy.
       copy CSR14400.cpy.
