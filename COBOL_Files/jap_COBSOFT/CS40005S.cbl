       copy CSS01900.cpy.
       copy CSS11900.cpy.
       copy CSS06000.cpy.
       copy CSS15900.cpy.
       copy CSS17300.cpy.
       copy CSS18500.cpy.

            select arq-sugestao assign to disk wid-arq-sugestao
                 organization        is line sequential
       copy CSF01900.cpy.
       copy CSF11900.cpy.
       copy CSF06000.cpy.
       copy CSF15900.cpy.
       copy CSF17300.cpy.
       copy CSF18500.cpy.

       fd   arq-sugestao.

       78   c-ProgramDesc                   value "SUGESTAO DE COMPRA".

       78   c-registrar-spool                      value "CS00123S".
       78   c-meses-previsao-compra                value 2.

       copy CSW00900.cpy.
       copy CSW11100.cpy.
            03 wid-arq-sugestao                    pic x(200).
            03 ws-qtde-liquida                     pic s9(09)v9(04).
            03 ws-qtde-sugerida                    pic s9(09)v9(04).
            03 ws-qtde-em-transferencia            pic s9(09)v9(04).
            03 ws-qtde-previsao                    pic s9(09)v9(04).
            03 ws-qtde-alvo                        pic s9(09)v9(04).
            03 ws-ProductCode-previsao             pic 9(09).
            03 ws-competencia-inicial              pic 9(06).
            03 ws-competencia-final                pic 9(06).
            03 ws-mes-absoluto                     pic 9(07).
            03 ws-competencia-compra.
               05 ws-ano-competencia-compra        pic 9(04).
               05 ws-mes-competencia-compra        pic 9(02).
            03 ws-qtde-sugerida-x                  pic -zzz.zzz.zz9,9999.
            03 ws-qtde-liquida-x                   pic -zzz.zzz.zz9,9999.
            03 ws-contador-itens-fornecedor        pic 9(05).
            03 ws-contador-itens-geral             pic 9(05).
            03 ws-cd-fornecedor-corrente           pic 9(09).
            03 ws-nota-fornecedor-x                pic zz9,99.
            03 ws-avaliacao-fornecedor             pic x(40).
            03 ws-id-Product-sugestao              pic x(01).
               88 ws-Product-sugestao-ok               value "S".
               88 ws-Product-sugestao-falhou           value "N".
            perform 9000-Open_Akeru-i-pd01900
            perform 9000-Open_Akeru-i-pd11900
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-i-pd15900
            perform 9000-Open_Akeru-i-pd17300
            perform 9000-Open_Akeru-i-pd18500

            accept ws-data-inv                     from date yyyymmdd

            *> Competencias da previsao de demanda que a compra deve cobrir
            move ws-data-inv(1:6)                   to ws-competencia-inicial
            move ws-data-inv(1:4)                   to ws-ano-competencia-compra
            move ws-data-inv(5:2)                   to ws-mes-competencia-compra
            compute ws-mes-absoluto = ws-ano-competencia-compra * 12
                                    + ws-mes-competencia-compra - 1
                                    + c-meses-previsao-compra - 1
            divide ws-mes-absoluto by 12 giving ws-ano-competencia-compra
                   remainder ws-mes-competencia-compra
            add  1                                  to ws-mes-competencia-compra
            move ws-competencia-compra              to ws-competencia-final

            string lnk-tmp-path delimited by "  "
                   "\SUGCOMPRA_" ws-data-inv ".TXT" delimited by size
                   into wid-arq-sugestao
       2100-sugestao-fornecedor section.

            move zeros                              to ws-contador-itens-fornecedor
                                                       ws-ProductCode-previsao

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode

                 compute ws-qtde-liquida = f06000-qtde-disponivel - f06000-qtde-reservada

                 *> A previsao aprovada (CS50007C) soma ao minimo como
                 *> demanda a cobrir, no primeiro armazem do produto
                 move zeros                         to ws-qtde-previsao
                 if   f06000-ProductCode not equal ws-ProductCode-previsao
                      move f06000-ProductCode       to ws-ProductCode-previsao
                      perform 9000-qtde-previsao
                 end-if
                 compute ws-qtde-alvo = f06000-qtde-minima + ws-qtde-previsao

                 if   ws-qtde-alvo greater zeros
                 and  ws-qtde-liquida less ws-qtde-alvo

                      set  ws-Product-sugestao-falhou to true
                      initialize                    f01800-Product_Seihin
                      *> sem catalogo vale o preferencial do cadastro
                      perform 9000-melhor-fornecedor

                      *> O que o DRP (CS20012C) ja propos transferir do
                      *> armazem abastecedor nao entra na compra
                      perform 9000-qtde-em-transferencia
                      compute ws-qtde-sugerida =
                              f06000-qtde-maxima + ws-qtde-previsao
                            - ws-qtde-liquida - ws-qtde-em-transferencia

                      if   ws-Product-sugestao-ok
                      and  ws-cd-fornecedor-escolhido equal ws-cd-fornecedor-corrente
                      and  ws-qtde-sugerida greater zeros

                           if   ws-contador-itens-fornecedor equal zeros
                                perform 2200-cabecalho-fornecedor
                           end-if

                           move ws-qtde-sugerida    to ws-qtde-sugerida-x
                           move ws-qtde-liquida     to ws-qtde-liquida-x


       exit.

      *>=================================================================================
       9000-qtde-previsao section.

            move zeros                              to ws-qtde-previsao

            initialize                             f18500-Previsao_Demanda
            move f06000-CompanyCode                 to f18500-CompanyCode
            move f06000-BranchCode                  to f18500-BranchCode
            move f06000-ProductCode                 to f18500-ProductCode
            move ws-competencia-inicial             to f18500-competencia
            perform 9000-str-pd18500-nlss
            perform 9000-Read_Yomu-pd18500-nex
            perform until not ws-OperationOK
                       or f18500-CompanyCode  not equal f06000-CompanyCode
                       or f18500-BranchCode   not equal f06000-BranchCode
                       or f18500-ProductCode  not equal f06000-ProductCode
                       or f18500-competencia  greater ws-competencia-final

                 if   f18500-previsao-aprovada
                      if   f18500-previsao-ajustada
                           add f18500-qtde-ajustada  to ws-qtde-previsao
                      else
                           add f18500-qtde-calculada to ws-qtde-previsao
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd18500-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-qtde-em-transferencia section.

            move zeros                              to ws-qtde-em-transferencia

            initialize                             f17300-Proposta_Transferencia
            move f06000-CompanyCode                 to f17300-CompanyCode
            move f06000-BranchCode                  to f17300-BranchCode
            move f06000-ProductCode                 to f17300-ProductCode
            move f06000-ArmazemCode                 to f17300-ArmazemCode-Destino
            perform 9000-str-pd17300-nlss-1
            perform 9000-Read_Yomu-pd17300-nex
            perform until not ws-OperationOK
                       or f17300-CompanyCode         not equal f06000-CompanyCode
                       or f17300-BranchCode          not equal f06000-BranchCode
                       or f17300-ProductCode         not equal f06000-ProductCode
                       or f17300-ArmazemCode-Destino not equal f06000-ArmazemCode

                 if   f17300-proposta-pendente
                      add  f17300-qtde-proposta     to ws-qtde-em-transferencia
                 end-if

                 perform 9000-Read_Yomu-pd17300-nex
            end-perform

       exit.

      *>=================================================================================
      *> Melhor fornecedor do Product_Seihin pelo catalogo: menor preco
      *> acordado (ou ultimo, na falta) com desempate pelo menor prazo;
            write rs-arq-sugestao

            move spaces                             to rs-arq-sugestao
            perform 2300-avaliacao-fornecedor

            string "FORNECEDOR " f01900-cd-fornecedor
                   " - " function trim(f01900-razao-social)
                   ws-avaliacao-fornecedor
                   delimited by size into rs-arq-sugestao
            write rs-arq-sugestao

       exit.

      *>=================================================================================
      *> Ultima avaliacao de desempenho apurada para o Fornecedor (CS40024C),
      *> impressa como indicacao ao comprador
       2300-avaliacao-fornecedor section.

            move spaces                             to ws-avaliacao-fornecedor

            initialize                             f15900-Avaliacao_Fornecedor
            move lnk-CompanyCode                    to f15900-CompanyCode
            move lnk-BranchCode                     to f15900-BranchCode
            move f01900-cd-fornecedor               to f15900-cd-fornecedor
            move 999999                            to f15900-competencia
            perform 9000-str-pd15900-ngrt
            if   ws-OperationOK
                 perform 9000-Read_Yomu-pd15900-pre
                 if   ws-OperationOK
                 and  f15900-CompanyCode   equal lnk-CompanyCode
                 and  f15900-BranchCode    equal lnk-BranchCode
                 and  f15900-cd-fornecedor equal f01900-cd-fornecedor
                      move f15900-nota              to ws-nota-fornecedor-x
                      string " - CONCEITO " f15900-conceito
                             " NOTA " ws-nota-fornecedor-x
                             " (" f15900-competencia ")"
                             delimited by size into ws-avaliacao-fornecedor
                 end-if
            end-if

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd01900
            close pd11900
            close pd06000
            close pd15900
            close pd17300
            close pd18500
            close arq-sugestao

       exit.
       copy CSR01900.cpy.
       copy CSR11900.cpy.
       copy CSR06000.cpy.
       copy CSR15900.cpy.
       copy CSR17300.cpy.
       copy CSR18500.cpy.
