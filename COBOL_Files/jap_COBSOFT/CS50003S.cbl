
       copy CSS02000.cpy.
       copy CSS02050.cpy.
       copy CSS06000.cpy.
       copy CSS06100.cpy.
       copy CSS07000.cpy.
       copy CSS07100.cpy.
       copy CSS07200.cpy.
       copy CSS18500.cpy.

            select arq-faltas assign to disk wid-arq-faltas
                 organization        is line sequential

       copy CSF02000.cpy.
       copy CSF02050.cpy.
       copy CSF06000.cpy.
       copy CSF06100.cpy.
       copy CSF07000.cpy.
       copy CSF07100.cpy.
       copy CSF07200.cpy.
       copy CSF18500.cpy.

       fd   arq-faltas.

       78   c-ThisProgram                        value "CS50003S".
       78   c-ProgramDesc                   value "MRP - NECESSIDADE DE MATERIAIS".
       78   c-max-materiais-mrp                     value 500.
       78   c-max-produtos-mrp                      value 500.
       78   c-meses-previsao-mrp                    value 3.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW16600.cpy.

       01   ws-WorkFields.
            03 wid-arq-faltas                      pic x(200).
            03 ws-qtde-necessaria                  pic s9(11)v9(04).
            03 ws-qtde-saldo-pedido                pic s9(11)v9(04).
            03 ws-qtde-saldo-ordem                 pic s9(07)v9(04).
            03 ws-contador-faltas                  pic 9(04).
            03 ws-mt-idx                           pic 9(03) comp-5.
            03 ws-mt-livre                         pic 9(03) comp-5.
                  07 ws-mt-qtde-estoque            pic s9(11)v9(04).
                  07 ws-mt-qtde-inbound            pic s9(11)v9(04).
                  07 ws-mt-Number-ordem            pic 9(09).
                  07 ws-mt-data-necessidade        pic 9(08).
            03 ws-data-necessidade-ordem           pic 9(08).
            03 ws-Number-ordem-origem              pic 9(09).
            03 ws-pr-idx                           pic 9(03) comp-5.
            03 ws-tabela-produtos-ordem.
               05 ws-pr-entrada occurs c-max-produtos-mrp.
                  07 ws-pr-ProductCode             pic 9(09).
                  07 ws-pr-qtde-ordem              pic s9(11)v9(04).
            03 ws-ProductCode-previsao             pic 9(09).
            03 ws-qtde-previsao                    pic s9(11)v9(04).
            03 ws-qtde-previsao-liquida            pic s9(11)v9(04).
            03 ws-competencia-necessidade          pic 9(06).
            03 ws-mes-absoluto                     pic 9(07).
            03 ws-competencia-mrp.
               05 ws-ano-competencia-mrp           pic 9(04).
               05 ws-mes-competencia-mrp           pic 9(02).
            03 ws-competencia-inicial              pic 9(06).
            03 ws-competencia-final                pic 9(06).
            03 ws-origem-necessidade               pic x(13).
            03 ws-qtde-falta                       pic s9(11)v9(04).
            03 ws-qtde-x                           pic -zzz.zzz.zz9,9999.
            03 ws-qtde-x-2                         pic -zzz.zzz.zz9,9999.

            perform 9000-Open_Akeru-i-pd02000
            perform 9000-Open_Akeru-i-pd02050
            perform 9000-Open_Akeru-i-pd06000
            perform 9000-Open_Akeru-i-pd06100
            perform 9000-Open_Akeru-i-pd07000
            perform 9000-Open_Akeru-i-pd07100
            perform 9000-Open_Akeru-i-pd07200
            perform 9000-Open_Akeru-i-pd18500

       exit.

      *>=================================================================================
      *> Explode as Ordens de Producao abertas e a previsao de demanda
      *> aprovada pela estrutura, abate o saldo em Stock_Material e as
      *> quantidades a receber dos Pedidos de Compra abertos, e lista as
      *> faltas com a Qty a comprar
       2000-Processing_Shori section.

            initialize                             ws-tabela-materiais
                                                   ws-tabela-produtos-ordem
            move zeros                              to ws-contador-faltas

            *> Passada 1: necessidades brutas das Ordens de Producao abertas;
            *> a Ordem em industrializacao externa ja teve os materiais
            *> remetidos ao Fornecedor (CS50004C)
            initialize                             f07200-Ordem_Producao
            move lnk-CompanyCode                    to f07200-CompanyCode
            move lnk-BranchCode                     to f07200-BranchCode
                       or f07200-BranchCode  not equal lnk-BranchCode

                 if   f07200-ordem-aberta
                 and  not f07200-industrializacao-externa
                      perform 2100-explode-ordem
                 end-if

                 perform 9000-Read_Yomu-pd07200-nex
            end-perform

            *> Passada 1b: demanda independente da previsao aprovada (CS50007C)
            perform 2100-demanda-previsao

            *> Passada 2: saldo em Stock_Material por material demandado
            perform 2100-apura-estoque-materiais

      *>=================================================================================
       2100-explode-ordem section.

            *> Somente o saldo ainda no apontado (CS50006C) gera necessidade
            compute ws-qtde-saldo-ordem =
                    f07200-qtde-produzir - f07200-qtde-produzida
                    - f07200-qtde-refugada
            if   ws-qtde-saldo-ordem not greater zeros
                 exit section
            end-if

            perform 2200-data-necessidade-ordem
            move f07200-Number-ordem                to ws-Number-ordem-origem
            perform 2200-acumula-produto-ordem

            initialize                             f02050-estrutura
            move lnk-CompanyCode                    to f02050-CompanyCode
            move lnk-BranchCode                     to f02050-BranchCode
                       or f02050-ProductCode not equal f07200-ProductCode

                 compute ws-qtde-necessaria =
                         f02050-qtde-material * ws-qtde-saldo-ordem

                 perform 2200-acumula-necessidade


       exit.

      *>=================================================================================
      *> O material e necessario no inicio da Ordem: a entrega prevista menos
      *> o lead time do roteiro (CS00128S), recalculado com o roteiro atual.
      *> Ordem sem entrega prevista precisa do material a partir de hoje
       2200-data-necessidade-ordem section.

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv                       to ws-data-necessidade-ordem

            if   f07200-data-entrega-prevista greater zeros
                 initialize                         lw-Roteiro
                 move f07200-ProductCode            to lw-ProductCode-roteiro
                 move ws-qtde-saldo-ordem           to lw-qtde-roteiro
                 set  lw-programacao-regressiva     to true
                 move f07200-data-entrega-prevista  to lw-data-fim-roteiro
                 call c-calcula-roteiro using lnk-par lw-Roteiro
                 cancel c-calcula-roteiro
                 move lw-data-inicio-roteiro        to ws-data-necessidade-ordem
            end-if

       exit.

      *>=================================================================================
       2200-acumula-necessidade section.

                 end-if
                 move ws-mt-livre                   to ws-mt-idx
                 move f02050-cd-material            to ws-mt-codigo(ws-mt-idx)
                 move ws-Number-ordem-origem        to ws-mt-Number-ordem(ws-mt-idx)
            end-if

            if   ws-mt-data-necessidade(ws-mt-idx) equal zeros
            or   ws-mt-data-necessidade(ws-mt-idx) greater ws-data-necessidade-ordem
                 move ws-data-necessidade-ordem     to ws-mt-data-necessidade(ws-mt-idx)
            end-if

            add  ws-qtde-necessaria                to ws-mt-qtde-necessaria(ws-mt-idx)

       exit.

      *>=================================================================================
      *> Saldo a produzir por produto acabado, abatido da previsao
       2200-acumula-produto-ordem section.

            perform varying ws-pr-idx from 1 by 1
                    until ws-pr-idx greater c-max-produtos-mrp
                 if   ws-pr-ProductCode(ws-pr-idx) equal f07200-ProductCode
                 or   ws-pr-ProductCode(ws-pr-idx) equal zeros
                      exit perform
                 end-if
            end-perform

            if   ws-pr-idx greater c-max-produtos-mrp
                 exit section
            end-if

            move f07200-ProductCode                 to ws-pr-ProductCode(ws-pr-idx)
            add  ws-qtde-saldo-ordem                to ws-pr-qtde-ordem(ws-pr-idx)

       exit.

      *>=================================================================================
      *> Previsao aprovada do mes corrente e dos seguintes, por produto, como
      *> demanda independente ao lado das Ordens: o que o estoque livre do
      *> produto e as Ordens abertas nao cobrem e explodido pela estrutura,
      *> com necessidade no inicio do primeiro mes previsto
       2100-demanda-previsao section.

            accept ws-data-inv                     from date yyyymmdd
            move ws-data-inv(1:6)                   to ws-competencia-inicial
            move ws-data-inv(1:4)                   to ws-ano-competencia-mrp
            move ws-data-inv(5:2)                   to ws-mes-competencia-mrp
            compute ws-mes-absoluto = ws-ano-competencia-mrp * 12
                                    + ws-mes-competencia-mrp - 1
                                    + c-meses-previsao-mrp - 1
            divide ws-mes-absoluto by 12 giving ws-ano-competencia-mrp
                   remainder ws-mes-competencia-mrp
            add  1                                  to ws-mes-competencia-mrp
            move ws-competencia-mrp                 to ws-competencia-final

            move zeros                              to ws-ProductCode-previsao
                                                       ws-qtde-previsao
                                                       ws-competencia-necessidade

            initialize                             f18500-Previsao_Demanda
            move lnk-CompanyCode                    to f18500-CompanyCode
            move lnk-BranchCode                     to f18500-BranchCode
            move zeros                             to f18500-ProductCode
            perform 9000-str-pd18500-grt
            perform 9000-Read_Yomu-pd18500-nex
            perform until not ws-OperationOK
                       or f18500-CompanyCode not equal lnk-CompanyCode
                       or f18500-BranchCode  not equal lnk-BranchCode

                 if   f18500-ProductCode not equal ws-ProductCode-previsao
                      perform 2200-explode-previsao
                      move f18500-ProductCode       to ws-ProductCode-previsao
                 end-if

                 if   f18500-previsao-aprovada
                 and  f18500-competencia not less ws-competencia-inicial
                 and  f18500-competencia not greater ws-competencia-final
                      if   f18500-previsao-ajustada
                           add f18500-qtde-ajustada  to ws-qtde-previsao
                      else
                           add f18500-qtde-calculada to ws-qtde-previsao
                      end-if
                      if   ws-competencia-necessidade equal zeros
                           move f18500-competencia  to ws-competencia-necessidade
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd18500-nex
            end-perform

            perform 2200-explode-previsao

       exit.

      *>=================================================================================
       2200-explode-previsao section.

            if   ws-ProductCode-previsao equal zeros
            or   ws-qtde-previsao not greater zeros
                 move zeros                         to ws-qtde-previsao
                                                       ws-competencia-necessidade
                 exit section
            end-if

            move ws-qtde-previsao                   to ws-qtde-previsao-liquida

            perform varying ws-pr-idx from 1 by 1
                    until ws-pr-idx greater c-max-produtos-mrp
                       or ws-pr-ProductCode(ws-pr-idx) equal zeros
                 if   ws-pr-ProductCode(ws-pr-idx) equal ws-ProductCode-previsao
                      subtract ws-pr-qtde-ordem(ws-pr-idx) from ws-qtde-previsao-liquida
                      exit perform
                 end-if
            end-perform

            initialize                             f06000-Stock_Zaiko
            move lnk-CompanyCode                    to f06000-CompanyCode
            move lnk-BranchCode                     to f06000-BranchCode
            move ws-ProductCode-previsao            to f06000-ProductCode
            move zeros                             to f06000-ArmazemCode
            perform 9000-str-pd06000-grt
            perform 9000-Read_Yomu-pd06000-nex
            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal lnk-CompanyCode
                       or f06000-BranchCode  not equal lnk-BranchCode
                       or f06000-ProductCode not equal ws-ProductCode-previsao
                 compute ws-qtde-previsao-liquida = ws-qtde-previsao-liquida
                       - f06000-qtde-disponivel + f06000-qtde-reservada
                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

            if   ws-qtde-previsao-liquida greater zeros
                 if   ws-competencia-necessidade equal ws-competencia-inicial
                      move ws-data-inv              to ws-data-necessidade-ordem
                 else
                      move ws-competencia-necessidade to ws-data-necessidade-ordem(1:6)
                      move "01"                     to ws-data-necessidade-ordem(7:2)
                 end-if
                 move zeros                         to ws-Number-ordem-origem

                 initialize                        f02050-estrutura
                 move lnk-CompanyCode               to f02050-CompanyCode
                 move lnk-BranchCode                to f02050-BranchCode
                 move ws-ProductCode-previsao       to f02050-ProductCode
                 move zeros                        to f02050-cd-material
                 perform 9000-str-pd02050-grt
                 perform 9000-Read_Yomu-pd02050-nex
                 perform until not ws-OperationOK
                            or f02050-CompanyCode not equal lnk-CompanyCode
                            or f02050-BranchCode  not equal lnk-BranchCode
                            or f02050-ProductCode not equal ws-ProductCode-previsao

                      compute ws-qtde-necessaria =
                              f02050-qtde-material * ws-qtde-previsao-liquida

                      perform 2200-acumula-necessidade

                      perform 9000-Read_Yomu-pd02050-nex
                 end-perform
            end-if

            move zeros                              to ws-qtde-previsao
                                                       ws-competencia-necessidade
            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       2100-apura-estoque-materiais section.

                       or f06100-CompanyCode not equal lnk-CompanyCode
                       or f06100-BranchCode  not equal lnk-BranchCode

                 *> Material em poder de terceiros no e saldo livre
                 if   f06100-cd-fornecedor greater zeros
                      perform 9000-Read_Yomu-pd06100-nex
                      exit perform cycle
                 end-if

                 perform varying ws-mt-idx from 1 by 1
                         until ws-mt-idx greater c-max-materiais-mrp

            move ws-mt-qtde-estoque(ws-mt-idx)      to ws-qtde-x-2
            move ws-qtde-falta                      to ws-qtde-x-3

            if   ws-mt-Number-ordem(ws-mt-idx) equal zeros
                 move "PREVISAO"                    to ws-origem-necessidade
            else
                 move spaces                        to ws-origem-necessidade
                 string "OP " ws-mt-Number-ordem(ws-mt-idx)
                        delimited by size into ws-origem-necessidade
            end-if

            move spaces                             to rs-arq-faltas
            string "MATERIAL " ws-mt-codigo(ws-mt-idx)
                   " " f02000-Desc-material(1:25)
                   " NECESSARIO " ws-qtde-x
                   " ESTOQUE " ws-qtde-x-2
                   " COMPRAR " ws-qtde-x-3
                   " " ws-origem-necessidade
                   " NECESSARIO EM " ws-mt-data-necessidade(ws-mt-idx)
                   delimited by size into rs-arq-faltas
            write rs-arq-faltas


            close pd02000
            close pd02050
            close pd06000
            close pd06100
            close pd07000
            close pd07100
            close pd07200
            close pd18500

       exit.


       copy CSR02000.cpy.
       copy CSR02050.cpy.
       copy CSR06000.cpy.
       copy CSR06100.cpy.
       copy CSR07000.cpy.
       copy CSR07100.cpy.
       copy CSR07200.cpy.
       copy CSR18500.cpy.
