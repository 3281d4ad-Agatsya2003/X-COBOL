            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS00700.cpy.
       copy CSS01900.cpy.
       copy CSS02600.cpy.
       copy CSS02650.cpy.
       copy CSS03900.cpy.
       copy CSS09800.cpy.
       copy CSS14700.cpy.

            select arq-remessa assign to disk wid-arq-remessa
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-dda assign to disk wid-arq-dda
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

            select arq-relatorio-dda assign to disk wid-arq-relatorio-dda
                 organization        is line sequential
                 access mode         is sequential
                 file status         is ws-AccessResult.

      *>=================================================================================
       data division.

       copy CSF00700.cpy.
       copy CSF01900.cpy.
       copy CSF02600.cpy.
       copy CSF02650.cpy.
       copy CSF03900.cpy.
       copy CSF09800.cpy.
       copy CSF14700.cpy.

       fd   arq-remessa.


       01   rs-arq-retorno                         pic x(400).

       fd   arq-dda.

       01   rs-arq-dda                             pic x(200).

       fd   arq-relatorio-dda.

       01   rs-arq-relatorio-dda                   pic x(200).

      *>=================================================================================
       working-storage section.

       78   c-ThisProgram                        value "CS40008C".
       78   c-ProgramDesc                   value "PAGAMENTO BANCARIO CNAB".

       78   c-registrar-spool                      value "CS00123S".

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11100.cpy.
       copy CSW11800.cpy.

       01   ws-WorkFields.
            03 ws-ret-ocorrencia                   pic x(02).
            03 ws-ret-Value-pago                   pic 9(11)v9(02).
            03 ws-ret-data-ocorrencia              pic 9(08).
            03 wid-arq-dda                         pic x(200).
            03 wid-arq-relatorio-dda               pic x(200).
            03 ws-contador-dda-lidos               pic 9(05).
            03 ws-contador-dda-conciliados         pic 9(05).
            03 ws-contador-dda-pendentes           pic 9(05).
            03 ws-contador-dda-repetidos           pic 9(05).
            03 ws-Parameters-data-util             pic 9(08).
            03 ws-Value-dda-x                      pic z.zzz.zzz.zz9,99.
            03 ws-situacao-dda                     pic x(30).
            03 ws-id-conciliacao-dda               pic x(01).
               88 ws-dda-localizado                    value "S".
               88 ws-dda-nao-localizado                value "N".

       01   f-Pagamento-Cnab.
            03 f-data-limite                       pic 9(08).
            perform 9000-Open_Akeru-io-pd03900
            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-io-pd09800
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-io-pd14700

            *> Alcada de pagamento da Filial, como no CS40004C
            move zeros                             to ws-Value-alcada-pagamento
                     perform 2100-gerar-remessa-pagamento
                when 02
                     perform 2100-processar-retorno-pagamento
                when 03
                     perform 2100-importar-dda
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other

            *> Registro de detalhe: segmento A do CNAB240 ou transacao 1 do
            *> CNAB400, com o documento e o fornecedor a creditar
            *> Titulo com boleto do DDA e pago pela linha digitavel
            *> (segmento J) em vez do credito em conta (segmento A)
            move spaces                             to rs-arq-remessa
            if   f03900-cnab-240
                 if   f02600-linha-digitavel not equal spaces
                      string f03900-cd-banco "0001" "3" "J" "01"
                             f02600-linha-digitavel
                             f02600-cd-fornecedor
                             f02600-Number-documento "/" f02600-Series-documento
                             f02600-data-vencimento
                             ws-Value-cnab-x
                             delimited by size into rs-arq-remessa
                 else
                      string f03900-cd-banco "0001" "3" "A" "01"
                             f03900-agencia f03900-conta-corrente
                             f02600-cd-fornecedor
                             f02600-Number-documento "/" f02600-Series-documento
                             f02600-data-vencimento
                             ws-Value-cnab-x
                             delimited by size into rs-arq-remessa
                 end-if
                 move ws-Seq-registro               to rs-arq-remessa(235:6)
            else
                 string "1" f03900-agencia f03900-conta-corrente
                        ws-Value-cnab-x
                        f03900-cd-banco
                        delimited by size into rs-arq-remessa
                 if   f02600-linha-digitavel not equal spaces
                      move f02600-linha-digitavel   to rs-arq-remessa(200:47)
                 end-if
                 move ws-Seq-registro               to rs-arq-remessa(395:6)
            end-if
            write rs-arq-remessa
                 exit section
            end-if

            *> Os pagamentos do retorno saem da conta da configuracao
            perform 9000-Le-config-banco
            if   not ws-OperationOK
                 exit section
            end-if

            string lnk-int-path delimited by "  " "\RETORNO_PAG.TXT" into wid-arq-retorno

            open input arq-retorno
            move ws-ret-data-ocorrencia            to f02650-data-pagamento
            move ws-ret-Value-pago                 to f02650-Value-pago
            move function numval(lnk-UserID)       to f02650-UserID-operacao
            move f03900-cd-conta-bancaria          to f02650-cd-conta-bancaria

            perform 9000-Write_Kaku-pd02650
            if   not ws-OperationOK

       exit.

      *>=================================================================================
      *> DDA: boletos registrados contra o CNPJ da Filial. Cada boleto novo
      *> e conciliado com um titulo aberto do mesmo Fornecedor (CNPJ do
      *> beneficiario), mesmo Value e mesmo vencimento; a linha digitavel
      *> vai para o titulo e a remessa paga pelo segmento J. Boleto sem
      *> titulo fica pendente e e listado como suspeito a cada importacao
      *> ate ser conciliado
       2100-importar-dda section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            string lnk-int-path delimited by "  " "\DDA.TXT" into wid-arq-dda

            open input arq-dda
            if   not ws-OperationOK
                 string "File_Fairu DDA.TXT no encontrado em " lnk-int-path into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\DDA_CONCILIACAO_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-relatorio-dda
            open output arq-relatorio-dda
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Relatorio - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 close arq-dda
                 exit section
            end-if

            move spaces                             to rs-arq-relatorio-dda
            string "CONCILIACAO DDA - " ws-data-inv(7:2) "/" ws-data-inv(5:2) "/" ws-data-inv(1:4)
                   delimited by size into rs-arq-relatorio-dda
            write rs-arq-relatorio-dda
            move spaces                             to rs-arq-relatorio-dda
            write rs-arq-relatorio-dda
            move spaces                             to rs-arq-relatorio-dda
            string "LINHA DIGITAVEL                                 BENEFICIARIO   VENCIMENTO            VALOR SITUACAO"
                   delimited by size into rs-arq-relatorio-dda
            write rs-arq-relatorio-dda

            move zeros                              to ws-contador-dda-lidos
                                                       ws-contador-dda-conciliados
                                                       ws-contador-dda-pendentes
                                                       ws-contador-dda-repetidos

            read arq-dda next
            perform until not ws-OperationOK

                 if   rs-arq-dda(1:1) equal "1"
                      perform 2200-boleto-dda
                 end-if

                 read arq-dda next
            end-perform

            close arq-dda

            *> Pendentes de importacoes anteriores: nova tentativa, pois o
            *> titulo pode ter sido lancado depois
            initialize                             f14700-Boleto_DDA
            move lnk-CompanyCode                    to f14700-CompanyCode
            move lnk-BranchCode                     to f14700-BranchCode
            move spaces                             to f14700-linha-digitavel
            perform 9000-str-pd14700-nlss
            perform 9000-Read_Yomu-pd14700-nex
            perform until not ws-OperationOK
                       or f14700-CompanyCode not equal lnk-CompanyCode
                       or f14700-BranchCode  not equal lnk-BranchCode

                 if   f14700-dda-pendente
                 and  f14700-data-importacao not equal ws-data-inv
                      perform 2300-concilia-boleto-dda
                      perform 2300-linha-relatorio-dda
                 end-if

                 perform 9000-Read_Yomu-pd14700-nex
            end-perform

            move spaces                             to rs-arq-relatorio-dda
            write rs-arq-relatorio-dda
            move spaces                             to rs-arq-relatorio-dda
            string "LIDOS " ws-contador-dda-lidos
                   " - CONCILIADOS " ws-contador-dda-conciliados
                   " - SEM TITULO (SUSPEITOS) " ws-contador-dda-pendentes
                   " - JA IMPORTADOS " ws-contador-dda-repetidos
                   delimited by size into rs-arq-relatorio-dda
            write rs-arq-relatorio-dda

            close arq-relatorio-dda

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            string "CONCILIACAO DDA " ws-data-inv delimited by size into lw-ds-parametros-spool
            move wid-arq-relatorio-dda              to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "DDA: " ws-contador-dda-conciliados " conciliados, "
                   ws-contador-dda-pendentes " sem titulo - relatorio em " wid-arq-relatorio-dda into ws-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-contador-dda-pendentes greater zeros
                 string "Atencao: " ws-contador-dda-pendentes " boletos DDA sem titulo correspondente - confira antes de pagar!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Layout do detalhe DDA: tipo "1", linha digitavel 2-48, CNPJ do
      *> beneficiario 49-62, nome 63-102, vencimento 103-110 (AAAAMMDD),
      *> Value 111-123 com 2 decimais
       2200-boleto-dda section.

            add  1                                  to ws-contador-dda-lidos

            initialize                             f14700-Boleto_DDA
            move lnk-CompanyCode                    to f14700-CompanyCode
            move lnk-BranchCode                     to f14700-BranchCode
            move rs-arq-dda(2:47)                   to f14700-linha-digitavel
            perform 9000-Read_Yomu-pd14700-ran
            if   ws-OperationOK
                 add  1                             to ws-contador-dda-repetidos
                 exit section
            end-if

            initialize                             f14700-Boleto_DDA
            move lnk-CompanyCode                    to f14700-CompanyCode
            move lnk-BranchCode                     to f14700-BranchCode
            move rs-arq-dda(2:47)                   to f14700-linha-digitavel
            move function numval(rs-arq-dda(49:14)) to f14700-cnpj-beneficiario
            move rs-arq-dda(63:40)                  to f14700-Name-beneficiario
            move function numval(rs-arq-dda(103:8)) to f14700-data-vencimento
            compute f14700-Value-boleto =
                    function numval(rs-arq-dda(111:13)) / 100
            move ws-data-inv                        to f14700-data-importacao
            set  f14700-dda-pendente                to true

            perform 9000-Write_Kaku-pd14700
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f14700-Boleto_DDA - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 2300-concilia-boleto-dda
            perform 2300-linha-relatorio-dda

       exit.

      *>=================================================================================
      *> O vencimento do titulo pode ter sido rolado para o dia util no
      *> lancamento: aceita a data do boleto ou o dia util seguinte
       2300-concilia-boleto-dda section.

            set  ws-dda-nao-localizado              to true

            initialize                             f01900-fornecedor
            move lnk-CompanyCode                    to f01900-CompanyCode
            move lnk-BranchCode                     to f01900-BranchCode
            move f14700-cnpj-beneficiario           to f01900-cgc
            perform 9000-Read_Yomu-pd01900-ran-1
            if   not ws-OperationOK
                 move "SEM TITULO - CNPJ NAO CADASTRADO" to ws-situacao-dda
                 add  1                             to ws-contador-dda-pendentes
                 exit section
            end-if

            move f14700-data-vencimento             to ws-Parameters-data-util
            call c-proximo-dia-util using lnk-par ws-Parameters-data-util
            cancel c-proximo-dia-util

            initialize                             f02600-Contas_Pagar
            move lnk-CompanyCode                    to f02600-CompanyCode
            move lnk-BranchCode                     to f02600-BranchCode
            set  f02600-aberto                      to true
            move f01900-cd-fornecedor               to f02600-cd-fornecedor
            perform 9000-str-pd02600-nlss-1
            perform 9000-Read_Yomu-pd02600-nex
            perform until not ws-OperationOK
                       or f02600-CompanyCode   not equal lnk-CompanyCode
                       or f02600-BranchCode    not equal lnk-BranchCode
                       or not f02600-aberto
                       or f02600-cd-fornecedor not equal f01900-cd-fornecedor
                       or ws-dda-localizado

                 if   f02600-linha-digitavel equal spaces
                 and  f02600-Value-total - f02600-Value-pago equal f14700-Value-boleto
                 and (f02600-data-vencimento equal f14700-data-vencimento
                  or  f02600-data-vencimento equal ws-Parameters-data-util)
                      set  ws-dda-localizado        to true
                 else
                      perform 9000-Read_Yomu-pd02600-nex
                 end-if
            end-perform

            if   ws-dda-nao-localizado
                 move "SEM TITULO - VERIFICAR FRAUDE" to ws-situacao-dda
                 add  1                             to ws-contador-dda-pendentes
                 exit section
            end-if

            move f14700-linha-digitavel             to f02600-linha-digitavel
            set  f02600-boleto-dda                  to true
            move ws-data-inv                        to f02600-data-dda
            perform 9000-Rewrite_Kakinaosu-pd02600
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f02600-Contas_Pagar - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 move "ERRO NA GRAVACAO"            to ws-situacao-dda
                 add  1                             to ws-contador-dda-pendentes
                 exit section
            end-if

            move f02600-cd-fornecedor               to f14700-cd-fornecedor
            move f02600-Type-nota                   to f14700-Type-nota
            move f02600-Number-documento            to f14700-Number-documento
            move f02600-Series-documento            to f14700-Series-documento
            set  f14700-dda-conciliado              to true
            perform 9000-Rewrite_Kakinaosu-pd14700
            if   not ws-OperationOK
                 string "Error_Eraa ao Rewrite_Kakinaosu f14700-Boleto_DDA - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            move spaces                             to ws-situacao-dda
            string "TITULO " f02600-Number-documento "/" f02600-Series-documento
                   delimited by size into ws-situacao-dda
            add  1                                  to ws-contador-dda-conciliados

       exit.

      *>=================================================================================
       2300-linha-relatorio-dda section.

            move f14700-Value-boleto                to ws-Value-dda-x
            move spaces                             to rs-arq-relatorio-dda
            string f14700-linha-digitavel
                   " " f14700-cnpj-beneficiario
                   " " f14700-data-vencimento(7:2) "/" f14700-data-vencimento(5:2) "/" f14700-data-vencimento(1:4)
                   " " ws-Value-dda-x
                   " " ws-situacao-dda
                   delimited by size into rs-arq-relatorio-dda
            write rs-arq-relatorio-dda

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd03900
            close pd00700
            close pd09800
            close pd01900
            close pd14700

       exit.
      *>=================================================================================
      *> 読み取り

       copy CSR00700.cpy.
       copy CSR01900.cpy.
       copy CSR02600.cpy.
       copy CSR02650.cpy.
       copy CSR03900.cpy.
       copy CSR09800.cpy.
       copy CSR14700.cpy.
