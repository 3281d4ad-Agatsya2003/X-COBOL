       copy CSS02600.cpy.
       copy CSS02650.cpy.
       copy CSS09800.cpy.
       copy CSS13700.cpy.
       copy CSS13900.cpy.
       copy CSS14000.cpy.
       copy CSS14100.cpy.
       copy CSS14200.cpy.
       copy CSS14400.cpy.
       copy CSS14500.cpy.
       copy CSS14600.cpy.

      *>=================================================================================
       data division.
       copy CSF02600.cpy.
       copy CSF02650.cpy.
       copy CSF09800.cpy.
       copy CSF13700.cpy.
       copy CSF13900.cpy.
       copy CSF14000.cpy.
       copy CSF14100.cpy.
       copy CSF14200.cpy.
       copy CSF14400.cpy.
       copy CSF14500.cpy.
       copy CSF14600.cpy.

      *>=================================================================================
       working-storage section.
       78   c-ProgramDesc                   value "CONTAS A PAGAR".

       78   c-serie-nota-entrada                   value 902.
       78   c-serie-guia-tributo                   value 909.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW11800.cpy.
       copy CSW14200.cpy.

       01   ws-WorkFields.
            03 ws-id-duplicidade                   pic x(01).
               88 ws-pagamento-liberado                value "S".
               88 ws-pagamento-bloqueado               value "N".
            03 ws-Parameters-data-util             pic 9(08).
            03 ws-Parameters-rateio.
               05 ws-cd-conta-despesa              pic 9(09).
               05 ws-cd-centro-custo               pic 9(05).
               05 ws-Value-rateio-item             pic 9(09)v9(02).
               05 ws-Value-a-ratear                pic 9(09)v9(02).
               05 ws-competencia-rateio            pic 9(06).
               05 ws-Value-realizado               pic 9(11)v9(02).
               05 ws-Value-excedente               pic 9(11)v9(02).
               05 ws-Value-rateio-x                pic zzz.zzz.zz9,99.
               05 ws-Value-excedente-x             pic zzz.zzz.zz9,99.
               05 ws-qtde-rateios                  pic 9(02).
               05 ws-rateio-idx                    pic 9(02).
               05 ws-id-rateio                     pic x(01).
                  88 ws-rateio-completo                value "S".
                  88 ws-rateio-incompleto              value "N".
               05 ws-tabela-rateio.
                  07 ws-rateio-entrada occurs 20.
                     09 ws-rateio-centro           pic 9(05).
                     09 ws-rateio-Value            pic 9(09)v9(02).
            03 ws-Parameters-retencao.
               05 ws-Value-liquido                 pic 9(09)v9(02).
               05 ws-Value-retido-total            pic 9(09)v9(02).
               05 ws-Value-retencao                pic 9(09)v9(02).
               05 ws-pct-retencao                  pic 9(02)v9(02).
               05 ws-tributo-retencao              pic x(06).
               05 ws-Value-retencao-x              pic zzz.zzz.zz9,99.
               05 ws-linha-retencao                pic 9(02).
               05 ws-qtde-retencoes                pic 9(02).
               05 ws-retencao-idx                  pic 9(02).
               05 ws-id-retencao                   pic x(01).
                  88 ws-retencao-valida                value "S".
                  88 ws-retencao-invalida              value "N".
               05 ws-tabela-retencao.
                  07 ws-retencao-entrada occurs 6.
                     09 ws-retencao-tributo        pic x(06).
                     09 ws-retencao-Value          pic 9(09)v9(02).
               05 ws-Type-nota-liquido             pic 9(02).
               05 ws-Number-documento-liquido      pic 9(09).
               05 ws-Series-documento-liquido      pic x(03).
            03 ws-Parameters-vencimento-guia.
               05 ws-data-guia                     pic 9(08).
               05 ws-ano-guia                      pic 9(04).
               05 ws-mes-guia                      pic 9(02).
               05 ws-dia-guia                      pic 9(02).
               05 ws-ultimo-dia                    pic 9(02).
               05 ws-primeiro-dia-seguinte         pic 9(08).

       01   f-Contas_Pagar.
            03 f-Type-nota                          pic 9(02).
            03 f-Value-saldo                       pic zzz.zzz.zz9,99.
            03 f-StatusID                         pic x(01).
            03 f-Value-pagamento                   pic zzz.zzz.zz9,99.
            03 f-cd-conta-bancaria                 pic 9(03).
            03 f-cd-tipo-servico                   pic 9(04).

      *>=================================================================================
       linkage section.
            03 line 21 col 34   pic zzz.zzz.zz9,99 from f-Value-saldo.
            03 line 23 col 22   pic x(11) value "StatusID:".
            03 line 23 col 34   pic x(01) from f-StatusID.
            03 line 23 col 46   pic x(13) value "Tipo Servico:".
            03 line 23 col 60   pic 9(04) from f-cd-tipo-servico.
            03 line 25 col 10   pic x(23) value "Value do Pagamento:".
            03 line 25 col 34   pic zzz.zzz.zz9,99 from f-Value-pagamento.
            03 line 25 col 50   pic x(06) value "Conta:".
            03 line 25 col 57   pic 9(03) from f-cd-conta-bancaria.

      *>=================================================================================
       procedure division using lnk-par.
            perform 9000-Open_Akeru-io-pd02600
            perform 9000-Open_Akeru-io-pd02650
            perform 9000-Open_Akeru-io-pd09800
            perform 9000-Open_Akeru-i-pd13700
            perform 9000-Open_Akeru-io-pd13900
            perform 9000-Open_Akeru-i-pd14000
            perform 9000-Open_Akeru-i-pd14100
            perform 9000-Open_Akeru-i-pd14200
            perform 9000-Open_Akeru-i-pd14400
            perform 9000-Open_Akeru-i-pd14500
            perform 9000-Open_Akeru-io-pd14600

            *> Alcada de pagamento da Filial para o controle de aprovacao
            move zeros                             to ws-Value-alcada-pagamento
                 exit section
            end-if

            *> Servico tomado: retencoes na fonte pela regra do tipo de
            *> servico e do tipo de pessoa do Fornecedor
            perform 2200-calcula-retencoes
            if   ws-retencao-invalida
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Todo titulo digitado leva a conta de despesa e o rateio do
            *> Value entre um ou mais centros de custo
            perform 2200-rateio-centro-custo
            if   ws-rateio-incompleto
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-verifica-orcamento

            move "Confirm_Kakunin incluso do Record_Kiroku? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            call c-proximo-dia-util using lnk-par ws-Parameters-data-util
            cancel c-proximo-dia-util
            move ws-Parameters-data-util           to f02600-data-vencimento
            *> O titulo do Fornecedor fica pelo liquido; a despesa e o
            *> rateio continuam pelo Value bruto do servico
            move ws-Value-liquido                  to f02600-Value-total
            move zeros                             to f02600-Value-pago
            set  f02600-aberto                     to true

            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02600-Contas_Pagar - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-gravar-rateio

            perform 9000-gravar-retencoes

       exit.

      *>=================================================================================
      *> Conta de despesa analitica do plano de contas e a distribuicao do
      *> Value do titulo entre os centros de custo, ate zerar o saldo
       2200-rateio-centro-custo section.

            set  ws-rateio-incompleto               to true
            move zeros                              to ws-cd-conta-despesa
                                                       ws-qtde-rateios
            initialize                             ws-tabela-rateio

            display "Conta Despesa.....:" at line 27 col 10
            perform until exit
                 accept ws-cd-conta-despesa at line 27 col 30 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 initialize                        f13700-Plano_Contas
                 move lnk-CompanyCode               to f13700-CompanyCode
                 move lnk-BranchCode                to f13700-BranchCode
                 move ws-cd-conta-despesa           to f13700-cd-conta
                 perform 9000-Read_Yomu-pd13700-ran
                 if   ws-OperationOK
                 and  f13700-conta-analitica
                      exit perform
                 end-if
                 string "Conta de despesa invalida ou sintetica! [" ws-cd-conta-despesa "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform
            display f13700-Desc-conta at line 27 col 45

            move ws-Value-total-lancamento          to ws-Value-a-ratear

            perform until ws-Value-a-ratear equal zeros

                 move ws-Value-a-ratear             to ws-Value-rateio-x
                 display "Saldo a Ratear....:" at line 31 col 10
                 display ws-Value-rateio-x at line 31 col 30

                 if   ws-qtde-rateios not less 20
                      move "Limite de 20 centros de custo por titulo atingido!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit section
                 end-if

                 move zeros                         to ws-cd-centro-custo
                 display "Centro de Custo...:" at line 29 col 10
                 accept ws-cd-centro-custo at line 29 col 30 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if

                 initialize                         f14000-Centro_Custo
                 move lnk-CompanyCode               to f14000-CompanyCode
                 move lnk-BranchCode                to f14000-BranchCode
                 move ws-cd-centro-custo            to f14000-cd-centro-custo
                 perform 9000-Read_Yomu-pd14000-ran
                 if   not ws-OperationOK
                 or   not f14000-centro-ativo
                      string "Centro de custo invalido ou inativo! [" ws-cd-centro-custo "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform cycle
                 end-if

                 perform varying ws-rateio-idx from 1 by 1
                         until ws-rateio-idx greater ws-qtde-rateios
                            or ws-rateio-centro(ws-rateio-idx) equal ws-cd-centro-custo
                 end-perform
                 if   ws-rateio-idx not greater ws-qtde-rateios
                      string "Centro de custo j informado neste titulo! [" ws-cd-centro-custo "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform cycle
                 end-if

                 move ws-Value-a-ratear             to ws-Value-rateio-x
                 display "Value Rateio......:" at line 29 col 45
                 accept ws-Value-rateio-x at line 29 col 65 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 move ws-Value-rateio-x             to ws-Value-rateio-item

                 if   ws-Value-rateio-item equal zeros
                 or   ws-Value-rateio-item greater ws-Value-a-ratear
                      move "Value do rateio deve ser positivo e no superior ao saldo a ratear!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                      exit perform cycle
                 end-if

                 add  1                             to ws-qtde-rateios
                 move ws-cd-centro-custo            to ws-rateio-centro(ws-qtde-rateios)
                 move ws-Value-rateio-item          to ws-rateio-Value(ws-qtde-rateios)
                 subtract ws-Value-rateio-item      from ws-Value-a-ratear
            end-perform

            set  ws-rateio-completo                 to true

       exit.

      *>=================================================================================
      *> Aviso ao gestor: o realizado do mes no centro e conta de despesa
      *> mais a parcela deste titulo ultrapassa o orcamento da competencia
       9000-verifica-orcamento section.

            move f-data-emissao(1:6)                to ws-competencia-rateio

            perform varying ws-rateio-idx from 1 by 1
                    until ws-rateio-idx greater ws-qtde-rateios

                 initialize                         f14100-Orcamento_Centro_Custo
                 move lnk-CompanyCode               to f14100-CompanyCode
                 move lnk-BranchCode                to f14100-BranchCode
                 move ws-rateio-centro(ws-rateio-idx) to f14100-cd-centro-custo
                 move ws-cd-conta-despesa           to f14100-cd-conta-despesa
                 move ws-competencia-rateio         to f14100-competencia
                 perform 9000-Read_Yomu-pd14100-ran
                 if   ws-OperationOK
                 and  f14100-Value-orcado greater zeros
                      perform 9000-soma-realizado-centro
                      add  ws-rateio-Value(ws-rateio-idx) to ws-Value-realizado
                      if   ws-Value-realizado greater f14100-Value-orcado
                           compute ws-Value-excedente =
                                   ws-Value-realizado - f14100-Value-orcado
                           move ws-Value-excedente  to ws-Value-excedente-x
                           string "Atencao: centro de custo [" ws-rateio-centro(ws-rateio-idx)
                                  "] ultrapassa o orcamento do mes em " ws-Value-excedente-x "!"
                                  into ws-Message_Messeji
                           perform 9000-Message_Messeji
                      end-if
                 end-if
            end-perform

       exit.

      *>=================================================================================
       9000-soma-realizado-centro section.

            move zeros                              to ws-Value-realizado

            initialize                             f13900-Rateio_Centro_Custo
            move lnk-CompanyCode                    to f13900-CompanyCode
            move lnk-BranchCode                     to f13900-BranchCode
            move ws-competencia-rateio              to f13900-competencia
            move ws-rateio-centro(ws-rateio-idx)    to f13900-cd-centro-custo
            move ws-cd-conta-despesa                to f13900-cd-conta-despesa
            perform 9000-str-pd13900-nlss-1
            perform 9000-Read_Yomu-pd13900-nex
            perform until not ws-OperationOK
                       or f13900-CompanyCode       not equal lnk-CompanyCode
                       or f13900-BranchCode        not equal lnk-BranchCode
                       or f13900-competencia       not equal ws-competencia-rateio
                       or f13900-cd-centro-custo   not equal ws-rateio-centro(ws-rateio-idx)
                       or f13900-cd-conta-despesa  not equal ws-cd-conta-despesa

                 add  f13900-Value-rateio           to ws-Value-realizado

                 perform 9000-Read_Yomu-pd13900-nex
            end-perform

       exit.

      *>=================================================================================
       9000-gravar-rateio section.

            perform varying ws-rateio-idx from 1 by 1
                    until ws-rateio-idx greater ws-qtde-rateios

                 initialize                         f13900-Rateio_Centro_Custo
                 move f02600-CompanyCode            to f13900-CompanyCode
                 move f02600-BranchCode             to f13900-BranchCode
                 move f02600-Type-nota              to f13900-Type-nota
                 move f02600-Number-documento       to f13900-Number-documento
                 move f02600-Series-documento       to f13900-Series-documento
                 move ws-rateio-centro(ws-rateio-idx) to f13900-cd-centro-custo
                 move f02600-data-emissao(1:6)      to f13900-competencia
                 move ws-cd-conta-despesa           to f13900-cd-conta-despesa
                 move ws-rateio-Value(ws-rateio-idx) to f13900-Value-rateio
                 move f02600-cd-fornecedor          to f13900-cd-fornecedor
                 move f02600-data-emissao           to f13900-data-emissao
                 perform 9000-Write_Kaku-pd13900
                 if   not ws-OperationOK
                      string "Error_Eraa ao Write_Kaku f13900-Rateio_Centro_Custo - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Tipo de servico zero: compra sem retencao. Cada tributo retido
      *> precisa da guia cadastrada (CS10046C) para gerar o titulo a
      *> recolher ao orgao
       2200-calcula-retencoes section.

            set  ws-retencao-valida                 to true
            move zeros                              to ws-qtde-retencoes
                                                       ws-Value-retido-total
            initialize                             ws-tabela-retencao
            move ws-Value-total-lancamento          to ws-Value-liquido

            accept f-cd-tipo-servico at line 23 col 60 with update auto-skip
            if   ws-tecla-Cancela
                 set  ws-retencao-invalida          to true
                 exit section
            end-if

            if   f-cd-tipo-servico equal zeros
                 exit section
            end-if

            initialize                             f14500-Regra_Retencao
            move lnk-CompanyCode                    to f14500-CompanyCode
            move lnk-BranchCode                     to f14500-BranchCode
            move f-cd-tipo-servico                  to f14500-cd-tipo-servico
            move f01900-Type-pessoa                 to f14500-Type-pessoa
            perform 9000-Read_Yomu-pd14500-ran
            if   not ws-OperationOK
            or   not f14500-regra-ativa
                 string "Regra de retencao no cadastrada para o servico [" f-cd-tipo-servico
                        "] pessoa [" f01900-Type-pessoa "]!" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-retencao-invalida          to true
                 exit section
            end-if

            move "IRRF  "                           to ws-tributo-retencao
            move f14500-pct-irrf                    to ws-pct-retencao
            perform 9000-aplica-retencao
            move "INSSRT"                           to ws-tributo-retencao
            move f14500-pct-inss                    to ws-pct-retencao
            perform 9000-aplica-retencao
            move "PISRT "                           to ws-tributo-retencao
            move f14500-pct-pis                     to ws-pct-retencao
            perform 9000-aplica-retencao
            move "COFRT "                           to ws-tributo-retencao
            move f14500-pct-cofins                  to ws-pct-retencao
            perform 9000-aplica-retencao
            move "CSLLRT"                           to ws-tributo-retencao
            move f14500-pct-csll                    to ws-pct-retencao
            perform 9000-aplica-retencao
            move "ISSRT "                           to ws-tributo-retencao
            move f14500-pct-iss                     to ws-pct-retencao
            perform 9000-aplica-retencao

            if   ws-Value-retido-total not less ws-Value-total-lancamento
                 move "Retencoes iguais ou superiores ao Value do titulo!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 set  ws-retencao-invalida          to true
                 exit section
            end-if

            compute ws-Value-liquido = ws-Value-total-lancamento - ws-Value-retido-total

            perform varying ws-retencao-idx from 1 by 1
                    until ws-retencao-idx greater ws-qtde-retencoes

                 compute ws-linha-retencao = 32 + ws-retencao-idx
                 move ws-retencao-Value(ws-retencao-idx) to ws-Value-retencao-x
                 display "Retido" at line ws-linha-retencao col 10
                 display ws-retencao-tributo(ws-retencao-idx) at line ws-linha-retencao col 17
                 display ws-Value-retencao-x at line ws-linha-retencao col 30

                 initialize                         f14400-Guia_Tributo
                 move lnk-CompanyCode               to f14400-CompanyCode
                 move lnk-BranchCode                to f14400-BranchCode
                 move ws-retencao-tributo(ws-retencao-idx) to f14400-cd-tributo
                 perform 9000-Read_Yomu-pd14400-ran
                 if   not ws-OperationOK
                 or   not f14400-guia-ativa
                      string "Guia do tributo [" ws-retencao-tributo(ws-retencao-idx)
                             "] no cadastrada ou inativa!" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      set  ws-retencao-invalida     to true
                 end-if
            end-perform

            compute ws-linha-retencao = 33 + ws-qtde-retencoes
            move ws-Value-liquido                   to ws-Value-retencao-x
            display "Liquido a Pagar..:" at line ws-linha-retencao col 10
            display ws-Value-retencao-x at line ws-linha-retencao col 30

       exit.

      *>=================================================================================
       9000-aplica-retencao section.

            if   ws-pct-retencao equal zeros
                 exit section
            end-if

            compute ws-Value-retencao rounded =
                    ws-Value-total-lancamento * ws-pct-retencao / 100

            if   ws-Value-retencao less f14500-Value-minimo-retencao
                 exit section
            end-if

            add  1                                  to ws-qtde-retencoes
            move ws-tributo-retencao                to ws-retencao-tributo(ws-qtde-retencoes)
            move ws-Value-retencao                  to ws-retencao-Value(ws-qtde-retencoes)
            add  ws-Value-retencao                  to ws-Value-retido-total

       exit.

      *>=================================================================================
      *> Registro da retencao para a EFD-Reinf e um titulo a pagar por
      *> tributo retido, ao favorecido e no vencimento da guia
       9000-gravar-retencoes section.

            if   f-cd-tipo-servico equal zeros
                 exit section
            end-if

            move f02600-Type-nota                   to ws-Type-nota-liquido
            move f02600-Number-documento            to ws-Number-documento-liquido
            move f02600-Series-documento            to ws-Series-documento-liquido

            initialize                             f14600-Retencao_Servico
            move f02600-CompanyCode                 to f14600-CompanyCode
            move f02600-BranchCode                  to f14600-BranchCode
            move f02600-Type-nota                   to f14600-Type-nota
            move f02600-Number-documento            to f14600-Number-documento
            move f02600-Series-documento            to f14600-Series-documento
            move f02600-data-emissao(1:6)           to f14600-competencia
            move f02600-cd-fornecedor               to f14600-cd-fornecedor
            move f01900-Type-pessoa                 to f14600-Type-pessoa
            move f01900-cgc                         to f14600-cgc
            move f-cd-tipo-servico                  to f14600-cd-tipo-servico
            move f14500-cd-servico-lc116            to f14600-cd-servico-lc116
            move f14500-cd-natureza-rendimento      to f14600-cd-natureza-rendimento
            move f02600-Number-documento-origem     to f14600-Number-documento-origem
            move f02600-Series-documento-origem     to f14600-Series-documento-origem
            move f02600-data-emissao                to f14600-data-emissao
            move ws-Value-total-lancamento          to f14600-Value-bruto
            move ws-Value-liquido                   to f14600-Value-liquido

            perform varying ws-retencao-idx from 1 by 1
                    until ws-retencao-idx greater ws-qtde-retencoes
                 evaluate ws-retencao-tributo(ws-retencao-idx)
                     when "IRRF  "
                          move ws-retencao-Value(ws-retencao-idx) to f14600-Value-irrf
                     when "INSSRT"
                          move ws-retencao-Value(ws-retencao-idx) to f14600-Value-inss
                     when "PISRT "
                          move ws-retencao-Value(ws-retencao-idx) to f14600-Value-pis
                     when "COFRT "
                          move ws-retencao-Value(ws-retencao-idx) to f14600-Value-cofins
                     when "CSLLRT"
                          move ws-retencao-Value(ws-retencao-idx) to f14600-Value-csll
                     when "ISSRT "
                          move ws-retencao-Value(ws-retencao-idx) to f14600-Value-iss
                 end-evaluate
            end-perform

            perform 9000-Write_Kaku-pd14600
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f14600-Retencao_Servico - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            perform varying ws-retencao-idx from 1 by 1
                    until ws-retencao-idx greater ws-qtde-retencoes
                 perform 9000-gera-titulo-retencao
            end-perform

       exit.

      *>=================================================================================
       9000-gera-titulo-retencao section.

            initialize                             f14400-Guia_Tributo
            move lnk-CompanyCode                    to f14400-CompanyCode
            move lnk-BranchCode                     to f14400-BranchCode
            move ws-retencao-tributo(ws-retencao-idx) to f14400-cd-tributo
            perform 9000-Read_Yomu-pd14400-ran
            if   not ws-OperationOK
                 string "読み取りエラー f14400-Guia_Tributo - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 9000-calcula-vencimento-guia

            move c-serie-guia-tributo               to lnk-Series-documento
            call c-proximo-documento using lnk-par
            cancel c-proximo-documento

            initialize                             f02600-Contas_Pagar
            move lnk-CompanyCode                    to f02600-CompanyCode
            move lnk-BranchCode                     to f02600-BranchCode
            move 00                                to f02600-Type-nota
            move lnk-Number-documento              to f02600-Number-documento
            move c-serie-guia-tributo              to f02600-Series-documento
            move ws-Number-documento-liquido       to f02600-Number-documento-origem
            move ws-Series-documento-liquido       to f02600-Series-documento-origem
            move f14400-cd-fornecedor              to f02600-cd-fornecedor
            move f-data-emissao                    to f02600-data-emissao
            move ws-data-guia                      to f02600-data-vencimento
            move ws-retencao-Value(ws-retencao-idx) to f02600-Value-total
            move zeros                             to f02600-Value-pago
            set  f02600-aberto                     to true

            perform 9000-Write_Kaku-pd02600
            if   not ws-OperationOK
                 string "Error_Eraa ao Write_Kaku f02600-Contas_Pagar - " ws-AccessResult into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
      *> Vencimento da guia: dia do cadastro, contado em meses apos o mes
      *> da emissao (limitado ao ultimo dia do mes), antecipado ou
      *> postergado para dia util conforme a guia
       9000-calcula-vencimento-guia section.

            move f-data-emissao(1:4)                to ws-ano-guia
            move f-data-emissao(5:2)                to ws-mes-guia
            add  f14400-meses-vencimento            to ws-mes-guia
            if   ws-mes-guia greater 12
                 subtract 12                        from ws-mes-guia
                 add 1                              to ws-ano-guia
            end-if

            if   ws-mes-guia equal 12
                 compute ws-primeiro-dia-seguinte = ((ws-ano-guia + 1) * 10000) + 0101
            else
                 compute ws-primeiro-dia-seguinte = (ws-ano-guia * 10000)
                                                  + ((ws-mes-guia + 1) * 100) + 1
            end-if
            compute ws-data-vencimento-int =
                    function integer-of-date(ws-primeiro-dia-seguinte) - 1
            move function date-of-integer(ws-data-vencimento-int) to ws-data-guia
            move ws-data-guia(7:2)                  to ws-ultimo-dia

            move f14400-dia-vencimento              to ws-dia-guia
            if   ws-dia-guia greater ws-ultimo-dia
                 move ws-ultimo-dia                 to ws-dia-guia
            end-if

            compute ws-data-guia = (ws-ano-guia * 10000)
                                 + (ws-mes-guia * 100) + ws-dia-guia

            move ws-data-guia                       to ws-Parameters-data-util
            call c-proximo-dia-util using lnk-par ws-Parameters-data-util
            cancel c-proximo-dia-util

            if   f14400-vencimento-posterga
                 move ws-Parameters-data-util       to ws-data-guia
                 exit section
            end-if

            perform until ws-Parameters-data-util equal ws-data-guia
                 compute ws-data-vencimento-int =
                         function integer-of-date(ws-data-guia) - 1
                 move function date-of-integer(ws-data-vencimento-int) to ws-data-guia
                 move ws-data-guia                  to ws-Parameters-data-util
                 call c-proximo-dia-util using lnk-par ws-Parameters-data-util
                 cancel c-proximo-dia-util
            end-perform

       exit.

      *>=================================================================================
                 exit section
            end-if

            *> Conta bancaria de onde sai o pagamento (padrao da Filial);
            *> zero indica pagamento pelo caixa
            initialize                             lw-Conta-Bancaria
            call c-conta-bancaria-movimento using lnk-par lw-Conta-Bancaria
            cancel c-conta-bancaria-movimento
            move lw-cd-conta-bancaria              to f-cd-conta-bancaria
            perform until exit
                 accept f-cd-conta-bancaria at line 25 col 57 with update auto-skip
                 if   ws-tecla-Cancela
                 or   f-cd-conta-bancaria equal zeros
                      exit perform
                 end-if
                 initialize                         f14200-Conta_Bancaria
                 move lnk-CompanyCode               to f14200-CompanyCode
                 move lnk-BranchCode                to f14200-BranchCode
                 move f-cd-conta-bancaria           to f14200-cd-conta-bancaria
                 perform 9000-Read_Yomu-pd14200-ran
                 if   ws-OperationOK
                 and  f14200-conta-ativa
                      exit perform
                 end-if
                 string "Conta Bancaria Invalid_Mukou! [" f-cd-conta-bancaria "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-perform

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            move "Confirm_Kakunin registro do Pagamento? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            move ws-data-inv                       to f02650-data-pagamento
            move ws-Value-pagamento                  to f02650-Value-pago
            move function numval(lnk-UserID)   to f02650-UserID-operacao
            move f-cd-conta-bancaria               to f02650-cd-conta-bancaria

            perform 9000-Write_Kaku-pd02650
            if   not ws-OperationOK
            close pd02600
            close pd02650
            close pd09800
            close pd13700
            close pd13900
            close pd14000
            close pd14100
            close pd14200
            close pd14400
            close pd14500
            close pd14600

       exit.
      *>=================================================================================
       copy CSR02600.cpy.
       copy CSR02650.cpy.
       copy CSR09800.cpy.
       copy CSR13700.cpy.
       copy CSR13900.cpy.
       copy CSR14000.cpy.
       copy CSR14100.cpy.
       copy CSR14200.cpy.
       copy CSR14400.cpy.
       copy CSR14500.cpy.
       copy CSR14600.cpy.
