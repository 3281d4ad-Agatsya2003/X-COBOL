       program-id. CS30013C.
      *>=================================================================================
      *>
      *>            Registros de Saidas e Entradas e Apuracao Mensal de ICMS/IPI
      *>
      *>=================================================================================
       environment division.

       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS12800.cpy.
       copy CSS13000.cpy.

            select arq-livro assign to disk wid-arq-livro
                 organization        is line sequential

       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF12800.cpy.
       copy CSF13000.cpy.

       fd   arq-livro.

       78   c-ThisProgram                        value "CS30013C".
       78   c-ProgramDesc                   value "REGISTRO SAIDAS/APURACAO ICMS-IPI".
       78   c-max-cfop                              value 50.
       78   c-max-cfop-nota                         value 20.

       78   c-registrar-spool                      value "CS00123S".

                  07 ws-cfop-base-icms             pic 9(11)v9(02).
                  07 ws-cfop-Value-icms            pic 9(11)v9(02).
                  07 ws-cfop-Value-ipi             pic 9(11)v9(02).
                  07 ws-cfop-Value-outras          pic 9(11)v9(02).
            03 ws-totais-periodo.
               05 ws-total-contabil                pic 9(11)v9(02).
               05 ws-total-base-icms               pic 9(11)v9(02).
               05 ws-total-icms-st                 pic 9(11)v9(02).
               05 ws-total-icms                    pic 9(11)v9(02).
               05 ws-total-ipi                     pic 9(11)v9(02).
               05 ws-total-base-ibs-cbs            pic 9(11)v9(02).
               05 ws-total-ibs                     pic 9(11)v9(02).
               05 ws-total-cbs                     pic 9(11)v9(02).
               05 ws-total-credito-ciap            pic 9(11)v9(02).
               05 ws-total-credito-icms            pic 9(11)v9(02).
               05 ws-total-credito-ipi             pic 9(11)v9(02).
               05 ws-total-outras                  pic 9(11)v9(02).
               05 ws-saldo-credor-anterior         pic 9(11)v9(02).
               05 ws-saldo-tributo                 pic s9(11)v9(02).
            03 ws-competencia-anterior             pic 9(06).
            03 ws-cd-tributo                       pic x(06).
            03 ws-Value-debitos                    pic 9(11)v9(02).
            03 ws-Value-creditos                   pic 9(11)v9(02).
            03 ws-Value-outros-creditos            pic 9(11)v9(02).
            03 ws-nota-cfop-qtde                   pic 9(03) comp-5.
            03 ws-nota-cfop-idx                    pic 9(03) comp-5.
            03 ws-tabela-cfop-nota.
               05 ws-nota-cfop-entrada occurs c-max-cfop-nota.
                  07 ws-nota-cfop-codigo           pic 9(04).
                  07 ws-nota-cfop-Value-contabil   pic 9(11)v9(02).
                  07 ws-nota-cfop-base-icms        pic 9(11)v9(02).
                  07 ws-nota-cfop-Value-icms       pic 9(11)v9(02).
                  07 ws-nota-cfop-Value-ipi        pic 9(11)v9(02).
                  07 ws-nota-cfop-Value-outras     pic 9(11)v9(02).
            03 ws-edit-Value-5                     pic zzz.zzz.zz9,99.
            03 ws-competencia                      pic 9(06).
            03 ws-edit-Value-1                     pic zzz.zzz.zz9,99.
            03 ws-edit-Value-2                     pic zzz.zzz.zz9,99.
            03 ws-edit-Value-3                     pic zzz.zzz.zz9,99.

            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-i-pd05100
            perform 9000-Open_Akeru-i-pd12800
            perform 9000-Open_Akeru-io-pd13000

       exit.

            evaluate wf-Option_Opushon
                when 01
                     perform 2100-gerar-livro
                when 02
                     perform 2100-gerar-livro-entradas
                when 99
                     set wf-Frame_Furemu-Return_Modoru         to true
                when other
                   "    BASE ICMS      VL ICMS       VL IPI" delimited by size into rs-arq-livro
            write rs-arq-livro

            *> Varredura pela data de operacao (chave-2), somente na competencia
            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia
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

                 *> Saidas de venda: NF-e (tipo 01) e NFC-e (tipo 02)
                 if   f05000-nota-Exit_Deguchi
                 or   f05000-nota-consumidor

                      add 1                         to ws-contador-notas
                      perform 2200-linha-do-livro
            end-perform

            perform 2200-totais-por-cfop
            perform 2200-credito-ciap
            perform 2200-creditos-entradas
            perform 2200-resumo-apuracao

            close arq-livro
                 add  f05000-base-icms-st           to ws-total-base-icms-st
                 add  f05000-Value-icms-st          to ws-total-icms-st
                 add  f05000-Value-ipi              to ws-total-ipi
                 add  f05000-base-ibs-cbs           to ws-total-base-ibs-cbs
                 add  f05000-Value-ibs              to ws-total-ibs
                 add  f05000-Value-cbs              to ws-total-cbs

                 perform 2200-acumula-cfop-da-nota
            end-if
                 string " CANCELADA" delimited by size into rs-arq-livro(180:10)
            end-if

            *> Complementar: observacao com a nota original complementada
            if   f05000-nota-complementar
            and  not f05000-nota-cancelada
                 string " COMPL NF " f05000-Number-documento-origem
                        delimited by size into rs-arq-livro(180:19)
            end-if

            write rs-arq-livro

       exit.
            add  f05100-base-icms                  to ws-cfop-base-icms(ws-cfop-idx)
            add  f05100-Value-icms                 to ws-cfop-Value-icms(ws-cfop-idx)
            add  f05100-Value-ipi                  to ws-cfop-Value-ipi(ws-cfop-idx)
            if   f05100-Value-total greater f05100-base-icms
                 compute ws-cfop-Value-outras(ws-cfop-idx) = ws-cfop-Value-outras(ws-cfop-idx)
                                                          + f05100-Value-total - f05100-base-icms
            end-if

       exit.


       exit.

      *>=================================================================================
      *> Parcelas do CIAP apropriadas na competencia (CS40016C)
       2200-credito-ciap section.

            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia

            initialize                             f12800-Movimento_Ativo
            move lnk-CompanyCode                    to f12800-CompanyCode
            move lnk-BranchCode                     to f12800-BranchCode
            move ws-competencia                    to f12800-competencia
            move zeros                             to f12800-Number-ativo
            perform 9000-str-pd12800-grt-1
            perform 9000-Read_Yomu-pd12800-nex
            perform until not ws-OperationOK
                       or f12800-CompanyCode  not equal lnk-CompanyCode
                       or f12800-BranchCode   not equal lnk-BranchCode
                       or f12800-competencia  not equal ws-competencia

                 if   f12800-movimento-com-ciap
                      add  f12800-Value-parcela-ciap to ws-total-credito-ciap
                 end-if

                 perform 9000-Read_Yomu-pd12800-nex
            end-perform

       exit.

      *>=================================================================================
      *> Creditos de ICMS e IPI destacados nas notas de entrada (tipo 00)
      *> do periodo, lancadas pelo CS40002C / CS40003C
       2200-creditos-entradas section.

            *> Varredura pela data de operacao (chave-2), somente na competencia
            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia
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

                 if   f05000-nota-entrada
                 and  not f05000-nota-cancelada
                      add  f05000-Value-icms        to ws-total-credito-icms
                      add  f05000-Value-ipi         to ws-total-credito-ipi
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

       exit.

      *>=================================================================================
      *> Saldo do tributo: debitos menos creditos do mes e o saldo credor
      *> transportado do mes anterior; o resultado fica gravado no f13000
      *> para servir de saldo anterior na apuracao seguinte
       2300-saldo-do-tributo section.

            if   f-mes-referencia equal 01
                 compute ws-competencia-anterior = ((f-ano-referencia - 1) * 100) + 12
            else
                 compute ws-competencia-anterior = (f-ano-referencia * 100) + f-mes-referencia - 1
            end-if

            move zeros                              to ws-saldo-credor-anterior
            initialize                             f13000-Apuracao_Imposto
            move lnk-CompanyCode                    to f13000-CompanyCode
            move lnk-BranchCode                     to f13000-BranchCode
            move ws-competencia-anterior           to f13000-competencia
            move ws-cd-tributo                     to f13000-cd-tributo
            perform 9000-Read_Yomu-pd13000-ran
            if   ws-OperationOK
                 move f13000-saldo-credor-transportar to ws-saldo-credor-anterior
            end-if

            move ws-saldo-credor-anterior           to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "SALDO CREDOR ANTERIOR " ws-cd-tributo ": " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            compute ws-saldo-tributo = ws-Value-debitos - ws-Value-creditos
                                  - ws-Value-outros-creditos - ws-saldo-credor-anterior

            initialize                             f13000-Apuracao_Imposto
            move lnk-CompanyCode                    to f13000-CompanyCode
            move lnk-BranchCode                     to f13000-BranchCode
            compute f13000-competencia = (f-ano-referencia * 100) + f-mes-referencia
            move ws-cd-tributo                     to f13000-cd-tributo
            perform 9000-Read_Yomu-pd13000-ran
            if   not ws-OperationOK
                 initialize                         f13000-Apuracao_Imposto
                 move lnk-CompanyCode               to f13000-CompanyCode
                 move lnk-BranchCode                to f13000-BranchCode
                 compute f13000-competencia = (f-ano-referencia * 100) + f-mes-referencia
                 move ws-cd-tributo                 to f13000-cd-tributo
                 move "23"                          to ws-AccessResult
            end-if

            move ws-Value-debitos                  to f13000-Value-debitos
            move ws-Value-creditos                 to f13000-Value-creditos
            move ws-Value-outros-creditos          to f13000-Value-outros-creditos
            move ws-saldo-credor-anterior          to f13000-saldo-credor-anterior

            move spaces                             to rs-arq-livro
            if   ws-saldo-tributo less zeros
                 compute f13000-saldo-credor-transportar = ws-saldo-tributo * -1
                 move zeros                         to f13000-Value-a-recolher
                 move f13000-saldo-credor-transportar to ws-edit-Value-1
                 string "SALDO CREDOR A TRANSPORTAR " ws-cd-tributo ": " ws-edit-Value-1 into rs-arq-livro
            else
                 move ws-saldo-tributo              to f13000-Value-a-recolher
                 move zeros                         to f13000-saldo-credor-transportar
                 move f13000-Value-a-recolher       to ws-edit-Value-1
                 string "SALDO A RECOLHER " ws-cd-tributo "...........: " ws-edit-Value-1 into rs-arq-livro
            end-if
            write rs-arq-livro

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
      *> Livro Registro de Entradas do periodo: uma linha por nota e CFOP com
      *> base, ICMS, IPI e isentas/outras, totais por CFOP e os creditos
       2100-gerar-livro-entradas section.

            if   not lnk-AllowQuery
                 exit section
            end-if

            perform 8000-ClearScreen

            perform until f-ano-referencia greater zeros or ws-tecla-Cancela
                 accept f-ano-referencia at line 11 col 34 with update auto-skip
            end-perform

            perform until (f-mes-referencia greater zeros and f-mes-referencia less 13)
                       or ws-tecla-Cancela
                 accept f-mes-referencia at line 13 col 34 with update auto-skip
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            string lnk-tmp-path delimited by "  "
                   "\REGENTRADAS_" f-ano-referencia f-mes-referencia ".TXT" delimited by size
                   into wid-arq-livro

            open output arq-livro
            if   not ws-OperationOK
                 string "Error_Eraa de Opening_Kaishi File_Fairu Livro - Status [" ws-AccessResult "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move zeros                              to ws-contador-notas
            initialize                             ws-tabela-cfop
                                                    ws-totais-periodo
            set  ws-tabela-com-espaco               to true

            move spaces                             to rs-arq-livro
            string "REGISTRO DE ENTRADAS - PERIODO " f-mes-referencia "/" f-ano-referencia into rs-arq-livro
            write rs-arq-livro

            move spaces                             to rs-arq-livro
            string "DOCUMENTO SERIE DATA     FORNECEDOR CFOP    VL CONTABIL"
                   "      BASE ICMS        VL ICMS         VL IPI ISENTAS/OUTRAS" delimited by size into rs-arq-livro
            write rs-arq-livro

            *> Varredura pela data de operacao (chave-2), somente na competencia
            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia
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

                 if   f05000-nota-entrada
                 and  not f05000-nota-cancelada

                      add 1                         to ws-contador-notas
                      perform 2200-linhas-nota-entrada

                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
            end-perform

            perform 2200-totais-por-cfop

            move spaces                             to rs-arq-livro
            write rs-arq-livro

            move ws-total-contabil                  to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "VALOR CONTABIL DAS ENTRADAS..: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-base-icms                 to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "BASE DE CALCULO DO ICMS......: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-icms                      to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "CREDITO DE ICMS DO PERIODO...: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-ipi                       to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "CREDITO DE IPI DO PERIODO....: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-outras                    to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "ISENTAS/OUTRAS...............: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            close arq-livro

            *> Registra o relatorio gerado no spool central
            initialize                             lw-Spool
            move c-ThisProgram                      to lw-ProgramCode-spool
            move "REGISTRO DE ENTRADAS"              to lw-ds-parametros-spool
            move wid-arq-livro                     to lw-arquivo-spool
            call c-registrar-spool using lnk-par lw-Spool
            cancel c-registrar-spool

            string "Livro gerado com " ws-contador-notas " notas em " wid-arq-livro into ws-Message_Messeji
            perform 9000-Message_Messeji

       exit.

      *>=================================================================================
      *> Os itens da nota sao agrupados por CFOP: cada CFOP da nota vira uma
      *> linha do livro e alimenta tambem os totais por CFOP do periodo
       2200-linhas-nota-entrada section.

            move zeros                              to ws-nota-cfop-qtde
            initialize                             ws-tabela-cfop-nota

            initialize                             f05100-item-Invoice_Seikyusho
            move f05000-CompanyCode                 to f05100-CompanyCode
            move f05000-BranchCode                  to f05100-BranchCode
            move f05000-Type-nota                  to f05100-Type-nota
            move f05000-Number-documento            to f05100-Number-documento
            move f05000-Series-documento             to f05100-Series-documento
            perform 9000-str-pd05100-grt
            perform 9000-Read_Yomu-pd05100-nex
            perform until not ws-OperationOK
                 or f05100-CompanyCode        not equal f05000-CompanyCode
                 or f05100-BranchCode         not equal f05000-BranchCode
                 or f05100-Type-nota         not equal f05000-Type-nota
                 or f05100-Number-documento  not equal f05000-Number-documento
                 or f05100-Series-documento   not equal f05000-Series-documento

                 perform 2200-acumula-cfop-do-item
                 perform 2300-acumula-cfop-nota

                 perform 9000-Read_Yomu-pd05100-nex
            end-perform

            perform varying ws-nota-cfop-idx from 1 by 1
                    until ws-nota-cfop-idx greater ws-nota-cfop-qtde

                 add  ws-nota-cfop-Value-contabil(ws-nota-cfop-idx) to ws-total-contabil
                 add  ws-nota-cfop-base-icms(ws-nota-cfop-idx)      to ws-total-base-icms
                 add  ws-nota-cfop-Value-icms(ws-nota-cfop-idx)     to ws-total-icms
                 add  ws-nota-cfop-Value-ipi(ws-nota-cfop-idx)      to ws-total-ipi
                 add  ws-nota-cfop-Value-outras(ws-nota-cfop-idx)   to ws-total-outras

                 move ws-nota-cfop-Value-contabil(ws-nota-cfop-idx) to ws-edit-Value-1
                 move ws-nota-cfop-base-icms(ws-nota-cfop-idx)      to ws-edit-Value-2
                 move ws-nota-cfop-Value-icms(ws-nota-cfop-idx)     to ws-edit-Value-3
                 move ws-nota-cfop-Value-ipi(ws-nota-cfop-idx)      to ws-edit-Value-4
                 move ws-nota-cfop-Value-outras(ws-nota-cfop-idx)   to ws-edit-Value-5

                 move spaces                        to rs-arq-livro
                 string f05000-Number-documento
                        " " f05000-Series-documento
                        "  " f05000-data-operacao
                        " " f05000-cd-destinatario
                        "  " ws-nota-cfop-codigo(ws-nota-cfop-idx)
                        " " ws-edit-Value-1
                        " " ws-edit-Value-2
                        " " ws-edit-Value-3
                        " " ws-edit-Value-4
                        " " ws-edit-Value-5
                        delimited by size into rs-arq-livro
                 write rs-arq-livro
            end-perform

       exit.

      *>=================================================================================
       2300-acumula-cfop-nota section.

            perform varying ws-nota-cfop-idx from 1 by 1
                    until ws-nota-cfop-idx greater ws-nota-cfop-qtde
                 if   ws-nota-cfop-codigo(ws-nota-cfop-idx) equal f05100-cfop
                      exit perform
                 end-if
            end-perform

            if   ws-nota-cfop-idx greater ws-nota-cfop-qtde
                 if   ws-nota-cfop-qtde not less c-max-cfop-nota
                      *> Nota com mais CFOPs que a tabela: o excedente soma
                      *> na ultima linha da nota
                      move c-max-cfop-nota          to ws-nota-cfop-idx
                 else
                      add  1                        to ws-nota-cfop-qtde
                      move ws-nota-cfop-qtde        to ws-nota-cfop-idx
                      move f05100-cfop              to ws-nota-cfop-codigo(ws-nota-cfop-idx)
                 end-if
            end-if

            add  f05100-Value-total                to ws-nota-cfop-Value-contabil(ws-nota-cfop-idx)
            add  f05100-base-icms                  to ws-nota-cfop-base-icms(ws-nota-cfop-idx)
            add  f05100-Value-icms                 to ws-nota-cfop-Value-icms(ws-nota-cfop-idx)
            add  f05100-Value-ipi                  to ws-nota-cfop-Value-ipi(ws-nota-cfop-idx)
            if   f05100-Value-total greater f05100-base-icms
                 compute ws-nota-cfop-Value-outras(ws-nota-cfop-idx) = ws-nota-cfop-Value-outras(ws-nota-cfop-idx)
                                                                    + f05100-Value-total - f05100-base-icms
            end-if

       exit.

      *>=================================================================================
       2200-resumo-apuracao section.

            string "DEBITO DE ICMS DO PERIODO....: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-credito-ciap              to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "CREDITO DE ICMS CIAP (1/48)..: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-credito-icms              to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "CREDITO DE ICMS DAS ENTRADAS.: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move "ICMS  "                           to ws-cd-tributo
            move ws-total-icms                      to ws-Value-debitos
            move ws-total-credito-icms              to ws-Value-creditos
            move ws-total-credito-ciap              to ws-Value-outros-creditos
            perform 2300-saldo-do-tributo

            move ws-total-base-icms-st              to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "BASE DE CALCULO DO ICMS-ST...: " ws-edit-Value-1 into rs-arq-livro
            string "DEBITO DE IPI DO PERIODO.....: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-credito-ipi               to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "CREDITO DE IPI DAS ENTRADAS..: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move "IPI   "                           to ws-cd-tributo
            move ws-total-ipi                       to ws-Value-debitos
            move ws-total-credito-ipi               to ws-Value-creditos
            move zeros                              to ws-Value-outros-creditos
            perform 2300-saldo-do-tributo

            *> IBS e CBS apurados em linhas proprias, fora do debito de ICMS/IPI
            move ws-total-base-ibs-cbs              to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "BASE DE CALCULO IBS/CBS......: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-ibs                       to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "DEBITO DE IBS DO PERIODO.....: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

            move ws-total-cbs                       to ws-edit-Value-1
            move spaces                             to rs-arq-livro
            string "DEBITO DE CBS DO PERIODO.....: " ws-edit-Value-1 into rs-arq-livro
            write rs-arq-livro

       exit.

      *>=================================================================================

            close pd05000
            close pd05100
            close pd12800
            close pd13000

       exit.
      *>=================================================================================

       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR12800.cpy.
       copy CSR13000.cpy.
