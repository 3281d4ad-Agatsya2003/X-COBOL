            special-names. decimal-point is comma crt status is ws-crt-status.

       copy CSS05000.cpy.
       copy CSS13000.cpy.

            select arq-difal assign to disk wid-arq-difal
                 organization        is line sequential
       data division.

       copy CSF05000.cpy.
       copy CSF13000.cpy.

       fd   arq-difal.

                  07 ws-uf-contador                pic 9(05).
            03 ws-total-difal                      pic s9(13)v9(02).
            03 ws-Value-x                          pic -z.zzz.zzz.zz9,99.
            03 ws-cd-tributo                       pic x(06).

       01   f-Difal.
            03 f-ano-referencia                    pic 9(04).
       1000-Initialization_Shokika section.

            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-io-pd13000

       exit.

            initialize                             ws-tabela-ufs
            move zeros                              to ws-total-difal

            *> Varredura pela data de operacao (chave-2), somente na competencia
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

                 if   f05000-nota-Exit_Deguchi
                 and  f05000-nota-emitida
                 and  f05000-Value-difal greater zeros
                      perform 2100-acumula-uf
                 end-if

                             " DOCUMENTOS " ws-uf-contador(ws-uf-idx)
                             " DIFAL " ws-Value-x into rs-arq-difal
                      write rs-arq-difal
                      perform 2200-gravar-apuracao-uf
                 end-if

            end-perform

       exit.

      *>=================================================================================
      *> DIFAL de cada UF de destino gravado na apuracao do periodo (pd13000)
      *> como tributo DIFuf - cada UF e recolhida em guia propria (GNRE)
       2200-gravar-apuracao-uf section.

            move spaces                             to ws-cd-tributo
            string "DIF" ws-uf-sigla(ws-uf-idx) delimited by size into ws-cd-tributo

            initialize                             f13000-Apuracao_Imposto
            move lnk-CompanyCode                    to f13000-CompanyCode
            move lnk-BranchCode                     to f13000-BranchCode
            move ws-competencia                     to f13000-competencia
            move ws-cd-tributo                      to f13000-cd-tributo
            perform 9000-Read_Yomu-pd13000-ran
            if   not ws-OperationOK
                 initialize                         f13000-Apuracao_Imposto
                 move lnk-CompanyCode               to f13000-CompanyCode
                 move lnk-BranchCode                to f13000-BranchCode
                 move ws-competencia                to f13000-competencia
                 move ws-cd-tributo                 to f13000-cd-tributo
                 move "23"                          to ws-AccessResult
            end-if

            move ws-uf-Value-difal(ws-uf-idx)       to f13000-Value-debitos
                                                       f13000-Value-a-recolher
            move zeros                              to f13000-Value-creditos
                                                       f13000-Value-outros-creditos
                                                       f13000-saldo-credor-anterior
                                                       f13000-saldo-credor-transportar

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
       3000-Finalization_Shuryo section.

            close pd05000
            close pd13000

       exit.

      *> 読み取り

       copy CSR05000.cpy.
       copy CSR13000.cpy.
