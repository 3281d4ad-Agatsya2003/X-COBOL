
       copy CSS00700.cpy.
       copy CSS05000.cpy.
       copy CSS13000.cpy.

            select arq-sped assign to disk wid-arq-sped
                 organization        is line sequential

       copy CSF00700.cpy.
       copy CSF05000.cpy.
       copy CSF13000.cpy.

       fd   arq-sped.

            03 ws-Value-sped                       pic 9(09).9(02).
            03 ws-Value-sped-2                     pic 9(09).9(02).
            03 ws-Value-sped-3                     pic 9(09).9(02).
            03 ws-situacao-sped                    pic x(02).
            03 ws-cd-tributo                       pic x(06).
            03 ws-Value-debitos                    pic 9(11)v9(02).
            03 ws-Value-creditos                   pic 9(11)v9(02).

       01   f-Sped.
            03 f-ano-referencia                    pic 9(04).

            perform 9000-Open_Akeru-i-pd00700
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-io-pd13000

       exit.

      *> verificada contra a soma das parcelas do Value total
       2100-documentos-periodo section.

            *> Varredura pela data de operacao (chave-2), somente no periodo
            initialize                             f05000-mestre-Invoice_Seikyusho
            move lnk-CompanyCode                    to f05000-CompanyCode
            move lnk-BranchCode                     to f05000-BranchCode
            move ws-data-inicial                    to f05000-data-operacao
            perform 9000-str-pd05000-nlss-2
            perform 9000-Read_Yomu-pd05000-nex
            perform until not ws-OperationOK
                       or f05000-CompanyCode not equal lnk-CompanyCode
                       or f05000-BranchCode  not equal lnk-BranchCode
                       or f05000-data-operacao greater ws-data-final

                 if   f05000-nota-emitida
                      perform 2200-registro-c100
                 end-if

            move f05000-Value-pis                   to ws-Value-sped-2
            move f05000-Value-cofins                to ws-Value-sped-3

            *> Documento complementar tem situacao propria (06)
            if   f05000-nota-complementar
                 move "06"                         to ws-situacao-sped
            else
                 move "00"                         to ws-situacao-sped
            end-if

            move spaces                             to rs-arq-sped
            if   f05000-nota-entrada
                 string "|C100|0|1|" f05000-cd-destinatario
                        "|55|" ws-situacao-sped "|" f05000-Series-documento
                        "|" f05000-Number-documento
                        "|" f05000-data-operacao
                        "|" ws-Value-sped
                 add f05000-Value-cofins            to ws-total-cofins-entradas
            else
                 string "|C100|1|0|" f05000-cd-destinatario
                        "|55|" ws-situacao-sped "|" f05000-Series-documento
                        "|" f05000-Number-documento
                        "|" f05000-data-operacao
                        "|" ws-Value-sped
                    + f05000-Value-frete
                    + f05000-Value-seguro
                    + f05000-Value-outras-despesas
                    + f05000-Value-importacao
                    - f05000-Value-desconto

            *> Complemento de imposto vale apenas o tributo complementado
            if   f05000-complemento-imposto
                 compute ws-total-consistencia =
                         f05000-Value-icms + f05000-Value-ipi
            end-if

            if   ws-total-consistencia not equal f05000-Value-total
                 add 1                              to ws-contador-divergencias
                 move spaces                        to rs-arq-divergencia
            write rs-arq-sped
            add 1                                   to ws-contador-linhas

            move "PIS   "                           to ws-cd-tributo
            move ws-total-pis-saidas                to ws-Value-debitos
            move ws-total-pis-entradas              to ws-Value-creditos
            perform 2200-gravar-apuracao

            compute ws-total-consistencia =
                    ws-total-cofins-saidas - ws-total-cofins-entradas
            if   ws-total-consistencia less zeros
            write rs-arq-sped
            add 1                                   to ws-contador-linhas

            move "COFINS"                           to ws-cd-tributo
            move ws-total-cofins-saidas             to ws-Value-debitos
            move ws-total-cofins-entradas           to ws-Value-creditos
            perform 2200-gravar-apuracao

       exit.

      *>=================================================================================
      *> Resultado da contribuicao gravado na apuracao do periodo (pd13000),
      *> de onde o CS40019C gera o titulo a pagar do DARF; o vinculo com o
      *> titulo ja gerado  preservado quando o SPED  refeito
       2200-gravar-apuracao section.

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
            move zeros                             to f13000-Value-outros-creditos
                                                      f13000-saldo-credor-anterior
            if   ws-Value-debitos greater ws-Value-creditos
                 compute f13000-Value-a-recolher = ws-Value-debitos - ws-Value-creditos
                 move zeros                         to f13000-saldo-credor-transportar
            else
                 move zeros                         to f13000-Value-a-recolher
                 compute f13000-saldo-credor-transportar = ws-Value-creditos - ws-Value-debitos
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

            close pd00700
            close pd05000
            close pd13000

       exit.


       copy CSR00700.cpy.
       copy CSR05000.cpy.
       copy CSR13000.cpy.
