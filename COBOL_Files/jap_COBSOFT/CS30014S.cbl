       copy CSS01900.cpy.
       copy CSS05000.cpy.
       copy CSS05100.cpy.
       copy CSS12700.cpy.
       copy CSS12800.cpy.
       copy CSS12900.cpy.

            select arq-sped assign to disk wid-arq-sped
                 organization        is line sequential
       copy CSF01900.cpy.
       copy CSF05000.cpy.
       copy CSF05100.cpy.
       copy CSF12700.cpy.
       copy CSF12800.cpy.
       copy CSF12900.cpy.

       fd   arq-sped.

       78   c-ThisProgram                        value "CS30014S".
       78   c-ProgramDesc                   value "GERADOR SPED FISCAL".

       78   c-parcelas-ciap                        value 48.

       copy CSC00900.cpy.
       copy CSW00900.cpy.

            03 ws-Value-sped-2                     pic 9(09).9(02).
            03 ws-Value-sped-3                     pic 9(09).9(02).
            03 ws-Value-sped-4                     pic 9(09).9(02).
            03 ws-Value-sped-5                     pic 9(09).9(02).
            03 ws-qtde-sped                        pic 9(09).9(06).
            03 ws-situacao-sped                    pic x(02).
            03 ws-fator-sped                       pic 9(01),9(08).
            03 ws-competencia                      pic 9(06).
            03 ws-contador-bloco-g                 pic 9(09).
            03 ws-contador-bloco-h                 pic 9(09).
            03 ws-data-inventario                  pic 9(08).
            03 ws-Value-inventario                 pic s9(13)v9(02).
            03 ws-Value-unitario-sped              pic 9(09).9(06).
            03 ws-motivo-inventario                pic x(02).
            03 ws-Type-movimento-ciap              pic x(02).
            03 ws-id-ciap-periodo                  pic x(01).
               88 ws-ciap-no-periodo                   value "S".
               88 ws-ciap-fora-periodo                 value "N".

      *> Totais do CIAP na competencia (registro G110)
       01   ws-Totais-Ciap.
            03 ws-ciap-saldo-inicial               pic 9(11)v9(02).
            03 ws-ciap-soma-parcelas               pic 9(11)v9(02).
            03 ws-ciap-saidas-tributadas           pic 9(11)v9(02).
            03 ws-ciap-saidas-total                pic 9(11)v9(02).
            03 ws-ciap-fator                       pic 9(01)v9(08).
            03 ws-ciap-icms-apropriado             pic 9(11)v9(02).

       01   f-Sped.
            03 f-ano-referencia                    pic 9(04).
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-i-pd05000
            perform 9000-Open_Akeru-i-pd05100
            perform 9000-Open_Akeru-i-pd12700
            perform 9000-Open_Akeru-i-pd12800
            perform 9000-Open_Akeru-i-pd12900

       exit.

            perform 2100-bloco-0000
            perform 2100-bloco-0150
            perform 2100-bloco-0200
            perform 2100-bloco-0300
            perform 2100-bloco-c100
            perform 2100-bloco-g
            perform 2100-bloco-h
            perform 2100-bloco-9999

            close arq-sped

       exit.

      *>=================================================================================
      *> Registros 0300/0305 - bens do imobilizado com movimento no CIAP do
      *> periodo, parcela apropriada ou baixa
       2100-bloco-0300 section.

            compute ws-competencia = (f-ano-referencia * 100) + f-mes-referencia

            initialize                             f12700-Ativo_Imobilizado
            move lnk-CompanyCode                    to f12700-CompanyCode
            move lnk-BranchCode                     to f12700-BranchCode
            move zeros                             to f12700-Number-ativo
            perform 9000-str-pd12700-grt
            perform 9000-Read_Yomu-pd12700-nex
            perform until not ws-OperationOK
                       or f12700-CompanyCode not equal lnk-CompanyCode
                       or f12700-BranchCode  not equal lnk-BranchCode

                 perform 9000-verifica-ciap-periodo
                 if   ws-ciap-no-periodo
                      move spaces                   to rs-arq-sped
                      string "|0300|" f12700-Number-ativo "|1|"
                             function trim(f12700-ds-ativo) "|||"
                             f12700-conta-contabil "|48|"
                             delimited by size into rs-arq-sped
                      perform 9000-Write_Kaku-sped

                      move spaces                   to rs-arq-sped
                      string "|0305||"
                             function trim(f12700-local-ativo) "|"
                             f12700-vida-util-meses "|"
                             delimited by size into rs-arq-sped
                      perform 9000-Write_Kaku-sped
                 end-if

                 perform 9000-Read_Yomu-pd12700-nex
            end-perform

       exit.

      *>=================================================================================
      *> Registros C100/C170 - documentos fiscais do periodo com seus itens
       2100-bloco-c100 section.

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

                 add 1                              to ws-contador-notas
                 perform 2200-registro-c100
                 if   not f05000-nota-cancelada
                      perform 2200-registros-c170
                 end-if

                 perform 9000-Read_Yomu-pd05000-nex
      *>=================================================================================
       2200-registro-c100 section.

            evaluate true
                when f05000-nota-cancelada
                     move "02"                     to ws-situacao-sped
                when f05000-nota-complementar
                     move "06"                     to ws-situacao-sped
                when other
                     move "00"                     to ws-situacao-sped
            end-evaluate

            move f05000-Value-total                to ws-Value-sped
            move f05000-base-icms                  to ws-Value-sped-2

       exit.

      *>=================================================================================
      *> Bloco G - CIAP: totais da competencia (G110), movimento de cada bem
      *> (G125) e a nota de entrada dos bens incorporados no mes (G130)
       2100-bloco-g section.

            move zeros                              to ws-contador-bloco-g
            initialize                             ws-Totais-Ciap

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
                      compute ws-ciap-saldo-inicial = ws-ciap-saldo-inicial
                            + (f12800-Value-icms-parcela * (c-parcelas-ciap - f12800-parcela-ciap + 1))
                      add  f12800-Value-icms-parcela to ws-ciap-soma-parcelas
                      add  f12800-Value-parcela-ciap to ws-ciap-icms-apropriado
                      move f12800-Value-saidas-tributadas to ws-ciap-saidas-tributadas
                      move f12800-Value-saidas-total to ws-ciap-saidas-total
                      move f12800-fator-ciap         to ws-ciap-fator
                 end-if

                 perform 9000-Read_Yomu-pd12800-nex
            end-perform

            move spaces                             to rs-arq-sped
            if   ws-ciap-soma-parcelas equal zeros
                 string "|G001|1|" delimited by size into rs-arq-sped
            else
                 string "|G001|0|" delimited by size into rs-arq-sped
            end-if
            perform 9000-Write_Kaku-bloco-g

            if   ws-ciap-soma-parcelas greater zeros
                 move ws-ciap-saldo-inicial         to ws-Value-sped
                 move ws-ciap-soma-parcelas         to ws-Value-sped-2
                 move ws-ciap-saidas-tributadas     to ws-Value-sped-3
                 move ws-ciap-saidas-total          to ws-Value-sped-4
                 move ws-ciap-fator                 to ws-fator-sped
                 move ws-ciap-icms-apropriado       to ws-Value-sped-5
                 move spaces                        to rs-arq-sped
                 string "|G110|" ws-data-inicial "|" ws-data-final "|"
                        ws-Value-sped "|" ws-Value-sped-2 "|"
                        ws-Value-sped-3 "|" ws-Value-sped-4 "|"
                        ws-fator-sped "|" ws-Value-sped-5 "|0|"
                        delimited by size into rs-arq-sped
                 perform 9000-Write_Kaku-bloco-g

                 perform 2200-registros-g125
            end-if

            add  1                                 to ws-contador-bloco-g
            move spaces                             to rs-arq-sped
            string "|G990|" ws-contador-bloco-g "|" delimited by size into rs-arq-sped
            perform 9000-Write_Kaku-sped

       exit.

      *>=================================================================================
       2200-registros-g125 section.

            initialize                             f12700-Ativo_Imobilizado
            move lnk-CompanyCode                    to f12700-CompanyCode
            move lnk-BranchCode                     to f12700-BranchCode
            move zeros                             to f12700-Number-ativo
            perform 9000-str-pd12700-grt
            perform 9000-Read_Yomu-pd12700-nex
            perform until not ws-OperationOK
                       or f12700-CompanyCode not equal lnk-CompanyCode
                       or f12700-BranchCode  not equal lnk-BranchCode

                 perform 9000-verifica-ciap-periodo
                 if   ws-ciap-no-periodo
                      perform 2200-registro-g125
                 end-if

                 perform 9000-Read_Yomu-pd12700-nex
            end-perform

       exit.

      *>=================================================================================
      *> IM na competencia da primeira parcela, SI nas seguintes e BA na
      *> baixa antes do fim das 48 parcelas
       2200-registro-g125 section.

            initialize                             f12800-Movimento_Ativo
            move f12700-CompanyCode                 to f12800-CompanyCode
            move f12700-BranchCode                  to f12800-BranchCode
            move f12700-Number-ativo               to f12800-Number-ativo
            move ws-competencia                    to f12800-competencia
            perform 9000-Read_Yomu-pd12800-ran
            if   not ws-OperationOK
            or   not f12800-movimento-com-ciap
                 initialize                         f12800-Movimento_Ativo
                 move "BA"                          to ws-Type-movimento-ciap
            else
                 if   f12800-parcela-ciap equal 1
                      move "IM"                     to ws-Type-movimento-ciap
                 else
                      move "SI"                     to ws-Type-movimento-ciap
                 end-if
            end-if

            move f12700-Value-icms-ciap            to ws-Value-sped
            move f12800-Value-icms-parcela         to ws-Value-sped-2
            move spaces                             to rs-arq-sped
            if   ws-Type-movimento-ciap equal "BA"
                 string "|G125|" f12700-Number-ativo "|" f12700-data-baixa "|BA|"
                        ws-Value-sped "|0|0|0||0|"
                        delimited by size into rs-arq-sped
            else
                 if   ws-Type-movimento-ciap equal "IM"
                      string "|G125|" f12700-Number-ativo "|" f12700-data-aquisicao "|IM|"
                             ws-Value-sped "|0|0|0|"
                             f12800-parcela-ciap "|" ws-Value-sped-2 "|"
                             delimited by size into rs-arq-sped
                 else
                      string "|G125|" f12700-Number-ativo "|" ws-data-inicial "|SI|"
                             ws-Value-sped "|0|0|0|"
                             f12800-parcela-ciap "|" ws-Value-sped-2 "|"
                             delimited by size into rs-arq-sped
                 end-if
            end-if
            perform 9000-Write_Kaku-bloco-g

            if   ws-Type-movimento-ciap not equal "IM"
                 exit section
            end-if

            initialize                             f05000-mestre-Invoice_Seikyusho
            move f12700-CompanyCode                 to f05000-CompanyCode
            move f12700-BranchCode                  to f05000-BranchCode
            move f12700-Type-nota                  to f05000-Type-nota
            move f12700-Number-documento           to f05000-Number-documento
            move f12700-Series-documento           to f05000-Series-documento
            perform 9000-Read_Yomu-pd05000-ran
            if   ws-OperationOK
                 move spaces                        to rs-arq-sped
                 string "|G130|1|F" f12700-cd-fornecedor "|55|"
                        f05000-Series-documento "|" f05000-Number-documento "|"
                        f05000-chave-acesso "|" f05000-data-operacao "||"
                        delimited by size into rs-arq-sped
                 perform 9000-Write_Kaku-bloco-g
            end-if

       exit.

      *>=================================================================================
      *> Bem com parcela do CIAP na competencia ou baixado dentro do periodo
      *> com parcelas ainda a apropriar
       9000-verifica-ciap-periodo section.

            set  ws-ciap-fora-periodo              to true

            if   not f12700-ativo-com-ciap
                 exit section
            end-if

            if   f12700-ativo-baixado
            and  f12700-data-baixa not less ws-data-inicial
            and  f12700-data-baixa not greater ws-data-final
            and  f12700-parcelas-ciap-apropriadas less c-parcelas-ciap
                 set  ws-ciap-no-periodo            to true
                 exit section
            end-if

            initialize                             f12800-Movimento_Ativo
            move f12700-CompanyCode                 to f12800-CompanyCode
            move f12700-BranchCode                  to f12800-BranchCode
            move f12700-Number-ativo               to f12800-Number-ativo
            move ws-competencia                    to f12800-competencia
            perform 9000-Read_Yomu-pd12800-ran
            if   ws-OperationOK
            and  f12800-movimento-com-ciap
                 set  ws-ciap-no-periodo            to true
            end-if

       exit.

      *>=================================================================================
       9000-Write_Kaku-bloco-g section.

            perform 9000-Write_Kaku-sped
            add  1                                 to ws-contador-bloco-g

       exit.

      *>=================================================================================
      *> Bloco H - inventario gravado pelo CS30044C: o de 31/12 vai no arquivo
      *> de fevereiro do ano seguinte, os demais (inventarios extraordinarios)
      *> no arquivo do mes da data-base
       2100-bloco-h section.

            move zeros                              to ws-contador-bloco-h
                                                       ws-data-inventario
                                                       ws-Value-inventario

            if   f-mes-referencia equal 02
                 compute ws-data-inventario = ((f-ano-referencia - 1) * 10000) + 1231
                 move "01"                          to ws-motivo-inventario
            else
                 initialize                         f12900-Inventario_P7
                 move lnk-CompanyCode               to f12900-CompanyCode
                 move lnk-BranchCode                to f12900-BranchCode
                 move ws-data-inicial               to f12900-data-base
                 move zeros                         to f12900-ProductCode
                 perform 9000-str-pd12900-grt
                 perform 9000-Read_Yomu-pd12900-nex
                 if   ws-OperationOK
                 and  f12900-CompanyCode equal lnk-CompanyCode
                 and  f12900-BranchCode  equal lnk-BranchCode
                 and  f12900-data-base not greater ws-data-final
                 and  f12900-data-base(5:4) not equal "1231"
                      move f12900-data-base         to ws-data-inventario
                      move "05"                     to ws-motivo-inventario
                 end-if
            end-if

            *> Primeira passagem apenas totaliza o valor do inventario (H005)
            if   ws-data-inventario greater zeros
                 initialize                         f12900-Inventario_P7
                 move lnk-CompanyCode               to f12900-CompanyCode
                 move lnk-BranchCode                to f12900-BranchCode
                 move ws-data-inventario            to f12900-data-base
                 move zeros                         to f12900-ProductCode
                 perform 9000-str-pd12900-grt
                 perform 9000-Read_Yomu-pd12900-nex
                 perform until not ws-OperationOK
                            or f12900-CompanyCode not equal lnk-CompanyCode
                            or f12900-BranchCode  not equal lnk-BranchCode
                            or f12900-data-base   not equal ws-data-inventario
                      add  f12900-Value-total       to ws-Value-inventario
                      perform 9000-Read_Yomu-pd12900-nex
                 end-perform
            end-if

            move spaces                             to rs-arq-sped
            if   ws-Value-inventario greater zeros
                 string "|H001|0|" delimited by size into rs-arq-sped
            else
                 string "|H001|1|" delimited by size into rs-arq-sped
            end-if
            perform 9000-Write_Kaku-bloco-h

            if   ws-Value-inventario greater zeros
                 move ws-Value-inventario           to ws-Value-sped
                 move spaces                        to rs-arq-sped
                 string "|H005|" ws-data-inventario "|" ws-Value-sped "|"
                        ws-motivo-inventario "|"
                        delimited by size into rs-arq-sped
                 perform 9000-Write_Kaku-bloco-h

                 initialize                         f12900-Inventario_P7
                 move lnk-CompanyCode               to f12900-CompanyCode
                 move lnk-BranchCode                to f12900-BranchCode
                 move ws-data-inventario            to f12900-data-base
                 move zeros                         to f12900-ProductCode
                 perform 9000-str-pd12900-grt
                 perform 9000-Read_Yomu-pd12900-nex
                 perform until not ws-OperationOK
                            or f12900-CompanyCode not equal lnk-CompanyCode
                            or f12900-BranchCode  not equal lnk-BranchCode
                            or f12900-data-base   not equal ws-data-inventario

                      move f12900-qtde-inventario   to ws-qtde-sped
                      move f12900-custo-unitario    to ws-Value-unitario-sped
                      move f12900-Value-total       to ws-Value-sped
                      move spaces                   to rs-arq-sped
                      string "|H010|" f12900-ProductCode "|"
                             function trim(f12900-unidade-medida) "|"
                             ws-qtde-sped "|" ws-Value-unitario-sped "|"
                             ws-Value-sped "|0||||"
                             ws-Value-sped "|"
                             delimited by size into rs-arq-sped
                      perform 9000-Write_Kaku-bloco-h

                      perform 9000-Read_Yomu-pd12900-nex
                 end-perform
            end-if

            add  1                                 to ws-contador-bloco-h
            move spaces                             to rs-arq-sped
            string "|H990|" ws-contador-bloco-h "|" delimited by size into rs-arq-sped
            perform 9000-Write_Kaku-sped

       exit.

      *>=================================================================================
       9000-Write_Kaku-bloco-h section.

            perform 9000-Write_Kaku-sped
            add  1                                 to ws-contador-bloco-h

       exit.

      *>=================================================================================
      *> Registro 9999 - encerramento com a contagem total de linhas
       2100-bloco-9999 section.
            close pd01900
            close pd05000
            close pd05100
            close pd12700
            close pd12800
            close pd12900

       exit.
      *>=================================================================================
       copy CSR01900.cpy.
       copy CSR05000.cpy.
       copy CSR05100.cpy.
       copy CSR12700.cpy.
       copy CSR12800.cpy.
       copy CSR12900.cpy.
