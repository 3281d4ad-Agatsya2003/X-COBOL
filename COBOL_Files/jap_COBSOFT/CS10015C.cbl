       copy CSS01900.cpy.
       copy CSS02000.cpy.
       copy CSS02050.cpy.
       copy CSS06000.cpy.
       copy CSS06500.cpy.

      *>=================================================================================
       data division.
       copy CSF01900.cpy.
       copy CSF02000.cpy.
       copy CSF02050.cpy.
       copy CSF06000.cpy.
       copy CSF06500.cpy.
      
      *>=================================================================================      
       working-storage section.
            03 ws-registro-novo                    pic x(512).

       copy CSW08800.cpy.
       copy CSW17600.cpy.
       
       
       01   ws-WorkFields.
            03 ws-ProductCode                       pic 9(09).
            03 ws-data-ultimo-movimento            pic 9(08).
            03 ws-data-corte-inativacao            pic 9(08).
            03 ws-contador-inativados              pic 9(07).

       01   f-Product_Seihin.
            03 f-ProductCode                        pic 9(09).
            03 f-cd-categoria                      pic 9(09).
            03 f-ean                               pic 9(13).
            03 f-ncm                               pic 9(08).
            03 f-Desc-ncm                          pic x(30).
            03 f-cest                              pic 9(07).
            03 f-aliq-ipi                          pic zz9,99.
            03 f-data-inclusao                     pic 9(08).
            03 f-data-Delete_Sakujo                     pic 9(08).
            03 f-unidade-medida                    pic x(10).
            03 f-cd-material-estrutura               pic 9(09).
            03 f-Desc-material-estrutura              pic x(55).
            03 f-qtde-material-estrutura              pic 9(09)v9(04).
            03 f-id-embalagem-retornavel           pic x(01).
            03 f-dias-retorno-embalagem            pic 9(03).
            03 f-vl-reposicao-embalagem            pic zzzzzz9,99.

      *>=================================================================================
       linkage section.
            03 line 21 col 22   pic x(11) value "Code EAN:".
            03 line 21 col 34   pic 9(13) from f-ean.
            03 line 23 col 29   pic x(04) value "NCM:".
            03 line 23 col 34   pic 9(08) from f-ncm.
            03 line 23 col 44   pic x(30) from f-Desc-ncm.
            03 line 23 col 76   pic x(05) value "CEST:".
            03 line 23 col 82   pic 9(07) from f-cest.
            03 line 25 col 19   pic x(14) value "Data Inclusao:".
            03 line 25 col 48   pic x(14) value "Data Delete_Sakujo:".
            03 line 27 col 15   pic x(18) value "Unidade de Medida:".
            03 line 29 col 14   pic x(19) value "Fator de Conversao:".
            03 line 29 col 56   pic x(17) value "Aliq. IPI (TIPI):".
            03 line 29 col 74   pic zz9,99 from f-aliq-ipi.
            03 line 31 col 22   pic x(11) value "Peso Bruto:".
            03 line 31 col 49   pic x(13) value "Peso Liquido:".
            03 line 33 col 08   pic x(25) value "Code Fornecedor Preferencial:".
            03 line 43 col 61   pic x(01) from f-id-controla-serie.
            03 line 43 col 66   pic x(21) value "Exige Inspecao (S/N):".
            03 line 43 col 88   pic x(01) from f-id-inspecao.
            03 line 45 col 10   pic x(23) value "Emb. Retornavel (S/N).:".
            03 line 45 col 34   pic x(01) from f-id-embalagem-retornavel.
            03 line 45 col 40   pic x(20) value "Dias p/ Retorno....:".
            03 line 45 col 61   pic 9(03) from f-dias-retorno-embalagem.
            03 line 45 col 66   pic x(21) value "Valor de Reposicao..:".
            03 line 45 col 88   pic zzzzzz9,99 from f-vl-reposicao-embalagem.


      *>=================================================================================
           perform 9000-Open_Akeru-i-pd01900
           perform 9000-Open_Akeru-i-pd02000
           perform 9000-Open_Akeru-io-pd02050
           perform 9000-Open_Akeru-i-pd06000
           perform 9000-Open_Akeru-i-pd06500

       exit.
        
                 move zeros                        to f-ean
            end-if

            perform 2200-informa-ncm

            move zeros                             to f-cd-fornecedor-preferencial
            move spaces                             to f-razao-social-fornecedor

            accept f-id-inspecao at line 43 col 88 with update auto-skip
            move function upper-case(f-id-inspecao) to f-id-inspecao

            perform 2200-informa-embalagem

            move "Produto possui estrutura (lista de materiais)? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            move f-ProductCode                      to f01800-ProductCode
            move f-Desc-Product_Seihin               to f01800-Desc-Product_Seihin
            move f-ean                              to f01800-ean
            move f-ncm                              to f01800-ncm
            move f-cest                             to f01800-cest
            move f-aliq-ipi                         to f01800-aliq-ipi
            move f-cd-fornecedor-preferencial        to f01800-cd-fornecedor-preferencial
            move f-caminho-imagem                   to f01800-caminho-imagem
            move f-id-controla-lote                 to f01800-id-controla-lote
            move f-id-kit                           to f01800-id-kit
            move f-id-controla-serie                to f01800-id-controla-serie
            move f-id-inspecao                      to f01800-id-inspecao
            move f-id-embalagem-retornavel          to f01800-id-embalagem-retornavel
            move f-dias-retorno-embalagem           to f01800-dias-retorno-embalagem
            move f-vl-reposicao-embalagem           to f01800-vl-reposicao-embalagem

            if   not ws-tecla-Cancela

            move f01800-id-kit                      to f-id-kit
            move f01800-id-controla-serie           to f-id-controla-serie
            move f01800-id-inspecao                 to f-id-inspecao
            move f01800-ncm                         to f-ncm
            move f01800-cest                        to f-cest
            move f01800-aliq-ipi                    to f-aliq-ipi
            move f01800-id-embalagem-retornavel     to f-id-embalagem-retornavel
            move f01800-dias-retorno-embalagem      to f-dias-retorno-embalagem
            move f01800-vl-reposicao-embalagem      to f-vl-reposicao-embalagem
            perform 8000-Screen_Gamen

            perform 2200-informa-ncm

            *> Controles operacionais do Product_Seihin
            accept f-id-controla-lote at line 37 col 103 with update auto-skip
            move function upper-case(f-id-controla-lote) to f-id-controla-lote
            accept f-id-inspecao at line 43 col 88 with update auto-skip
            move function upper-case(f-id-inspecao) to f-id-inspecao

            perform 2200-informa-embalagem

            if   ws-tecla-Cancela
                 move "Operacao cancelada pelo Usuario_Yuuzaa." to ws-Message_Messeji
                 perform 9000-Message_Messeji
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 move f-ncm                         to f01800-ncm
                 move f-cest                        to f01800-cest
                 move f-aliq-ipi                    to f01800-aliq-ipi
                 move f-id-controla-lote            to f01800-id-controla-lote
                 move f-id-kit                      to f01800-id-kit
                 move f-id-controla-serie           to f01800-id-controla-serie
                 move f-id-inspecao                 to f01800-id-inspecao
                 move f-id-embalagem-retornavel     to f01800-id-embalagem-retornavel
                 move f-dias-retorno-embalagem      to f01800-dias-retorno-embalagem
                 move f-vl-reposicao-embalagem      to f01800-vl-reposicao-embalagem

                 perform 9000-Rewrite_Kakinaosu-pd01800
                 if   ws-OperationOK


      *>=================================================================================
      *> Embalagem retornavel (pallet, tambor, caixa): prazo acordado para a
      *> devolucao e valor cobrado do parceiro que nao devolver no prazo
       2200-informa-embalagem section.

            perform until f-id-embalagem-retornavel equal "S" or "N" or ws-tecla-Cancela
                 accept f-id-embalagem-retornavel at line 45 col 34 with update auto-skip
                 move function upper-case(f-id-embalagem-retornavel) to f-id-embalagem-retornavel
            end-perform

            if   f-id-embalagem-retornavel not equal "S"
                 move zeros                         to f-dias-retorno-embalagem
                                                       f-vl-reposicao-embalagem
                 perform 8000-Screen_Gamen
                 exit section
            end-if

            perform until f-dias-retorno-embalagem greater zeros or ws-tecla-Cancela
                 accept f-dias-retorno-embalagem at line 45 col 61 with update auto-skip
            end-perform

            accept f-vl-reposicao-embalagem at line 45 col 88 with update auto-skip

       exit.

      *>=================================================================================
      *> NCM validado na TIPI vigente; o CEST e exigido quando o NCM consta da
      *> tabela NCM x CEST e a aliquota de IPI da TIPI vem como sugestao
       2200-informa-ncm section.

            perform until exit
                 if   ws-tecla-Cancela
                      exit perform
                 end-if

                 accept f-ncm at line 23 col 34 with update auto-skip

                 initialize                        lw-Ncm
                 move f-ncm                         to lw-cd-ncm
                 call c-valida-ncm using lnk-par lw-Ncm
                 cancel c-valida-ncm

                 move lw-Desc-ncm                   to f-Desc-ncm

                 if   lw-ncm-inexistente
                 or   lw-ncm-fora-vigencia
                      string lw-Desc-situacao-ncm " [" f-ncm "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      move zeros                    to f-ncm
                      move spaces                   to f-Desc-ncm
                      perform 8000-Screen_Gamen
                 else
                      exit perform
                 end-if
            end-perform

            if   ws-tecla-Cancela
                 exit section
            end-if

            move lw-aliq-ipi-ncm                    to f-aliq-ipi

            if   lw-ncm-exige-cest
                 perform until exit
                      if   ws-tecla-Cancela
                           exit perform
                      end-if

                      accept f-cest at line 23 col 82 with update auto-skip

                      initialize                   lw-Ncm
                      move f-ncm                    to lw-cd-ncm
                      move f-cest                   to lw-cest-ncm
                      call c-valida-ncm using lnk-par lw-Ncm
                      cancel c-valida-ncm

                      if   lw-ncm-valido
                           exit perform
                      end-if

                      string lw-Desc-situacao-ncm " [" f-cest "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                      move zeros                    to f-cest
                 end-perform
            else
                 move zeros                         to f-cest
            end-if

            perform 8000-Screen_Gamen

            accept f-aliq-ipi at line 29 col 74 with update auto-skip

       exit.

      *>=================================================================================
      *> Inativacao dos produtos parados: sem movimento de Stock_Zaiko em
      *> nenhum armazem ha mais de 365 dias (ultima faixa do aging do
      *> CS40026C); cada um e oferecido para confirmacao
       2100-Delete_Sakujo section.

            if   not lnk-AllowMaintenance
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            compute ws-data-corte-inativacao = function date-of-integer(
                    function integer-of-date(ws-data-inv) - 365)
            move zeros                              to ws-contador-inativados

            initialize                             f01800-Product_Seihin
            move lnk-CompanyCode                    to f01800-CompanyCode
            move lnk-BranchCode                     to f01800-BranchCode
            move zeros                             to f01800-ProductCode
            perform 9000-str-pd01800-grt
            perform 9000-Read_Yomu-pd01800-nex
            perform until not ws-OperationOK
                       or f01800-CompanyCode not equal lnk-CompanyCode
                       or f01800-BranchCode  not equal lnk-BranchCode

                 if   f01800-data-Delete_Sakujo equal zeros
                 and  f01800-data-inclusao less ws-data-corte-inativacao
                      perform 9000-ultimo-movimento-Product
                      if   ws-data-ultimo-movimento less ws-data-corte-inativacao
                           perform 2200-oferece-inativacao
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd01800-nex
            end-perform

            string ws-contador-inativados " produtos inativados" into ws-Message_Messeji
            perform 9000-Message_Messeji

            perform 8000-ClearScreen

       exit.

      *>=================================================================================
       2200-oferece-inativacao section.

            move f01800-Product_Seihin              to lw-imagem-anterior

            initialize                             f-Product_Seihin
            move f01800-ProductCode                 to f-ProductCode
            move f01800-cd-fornecedor-preferencial  to f-cd-fornecedor-preferencial
            move f01800-caminho-imagem              to f-caminho-imagem
            move f01800-id-controla-lote            to f-id-controla-lote
            move f01800-id-kit                      to f-id-kit
            move f01800-id-controla-serie           to f-id-controla-serie
            move f01800-id-inspecao                 to f-id-inspecao
            perform 8000-Screen_Gamen
            display f01800-Desc-Product_Seihin at line 13 col 34

            if   ws-data-ultimo-movimento equal zeros
                 move "Produto sem nenhum movimento de estoque - inativar? [S/N]" to ws-Message_Messeji
            else
                 string "Produto sem movimento desde " ws-data-ultimo-movimento " - inativar? [S/N]"
                        into ws-Message_Messeji
            end-if
            perform 9000-Message_Messeji

            if   ws-MessageOptionYes
                 move ws-data-inv                   to f01800-data-Delete_Sakujo
                 perform 9000-Rewrite_Kakinaosu-pd01800
                 if   ws-OperationOK
                      add  1                        to ws-contador-inativados
                      move "A"                      to lw-Type-operacao-auditoria
                      string f01800-ProductCode into lw-chave-auditoria
                      move f01800-Product_Seihin    to lw-imagem-nova
                      perform 9000-Gravar-Auditoria
                 else
                      string "Error_Eraa ao Rewrite_Kakinaosu f01800-Product_Seihin - " ws-AccessResult into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-if

       exit.

      *>=================================================================================
      *> Data do movimento mais recente do Product_Seihin entre todos os
      *> armazens com saldo cadastrado
       9000-ultimo-movimento-Product section.

            move zeros                              to ws-data-ultimo-movimento

            initialize                             f06000-Stock_Zaiko
            move f01800-CompanyCode                 to f06000-CompanyCode
            move f01800-BranchCode                  to f06000-BranchCode
            move f01800-ProductCode                 to f06000-ProductCode
            move zeros                             to f06000-ArmazemCode
            perform 9000-str-pd06000-nlss
            perform 9000-Read_Yomu-pd06000-nex
            perform until not ws-OperationOK
                       or f06000-CompanyCode not equal f01800-CompanyCode
                       or f06000-BranchCode  not equal f01800-BranchCode
                       or f06000-ProductCode not equal f01800-ProductCode

                 initialize                        f06500-Movimento_Zaiko
                 move f06000-CompanyCode            to f06500-CompanyCode
                 move f06000-BranchCode             to f06500-BranchCode
                 move f06000-ProductCode            to f06500-ProductCode
                 move f06000-ArmazemCode            to f06500-ArmazemCode
                 move 99999999                     to f06500-data-movimento
                                                       f06500-horario-movimento
                 perform 9000-str-pd06500-ngrt
                 perform 9000-Read_Yomu-pd06500-pre
                 if   ws-OperationOK
                 and  f06500-CompanyCode  equal f06000-CompanyCode
                 and  f06500-BranchCode   equal f06000-BranchCode
                 and  f06500-ProductCode  equal f06000-ProductCode
                 and  f06500-ArmazemCode  equal f06000-ArmazemCode
                 and  f06500-data-movimento greater ws-data-ultimo-movimento
                      move f06500-data-movimento    to ws-data-ultimo-movimento
                 end-if

                 perform 9000-Read_Yomu-pd06000-nex
            end-perform

       exit.


            close pd01900
            close pd02000
            close pd02050
            close pd06000
            close pd06500

       exit.
      *>=================================================================================
       copy CSR01800.cpy.
       copy CSR01900.cpy.
       copy CSR02000.cpy.
       copy CSR02050.cpy.
       copy CSR06000.cpy.
       copy CSR06500.cpy.
