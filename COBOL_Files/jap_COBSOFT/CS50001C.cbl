
       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW16600.cpy.

       01   ws-WorkFields.
            03 ws-ArmazemCode-Padrao               pic 9(04).
            03 f-ArmazemCode                       pic 9(04).
            03 f-StatusID                         pic x(01).
            03 f-data-emissao                      pic 9(08).
            03 f-data-inicio-prevista              pic 9(08).
            03 f-data-entrega-prevista             pic 9(08).

      *>=================================================================================
       linkage section.
            03 line 15 col 59   pic 9(04) from f-ArmazemCode.
            03 line 17 col 23   pic x(10) value "Emissao:".
            03 line 17 col 34   pic 9(08) from f-data-emissao.
            03 line 17 col 51   pic x(07) value "Inicio:".
            03 line 17 col 59   pic 9(08) from f-data-inicio-prevista.
            03 line 19 col 23   pic x(10) value "Entrega:".
            03 line 19 col 34   pic 9(08) from f-data-entrega-prevista.

      *>=================================================================================
       procedure division using lnk-par.
                 exit section
            end-if

            accept f-data-entrega-prevista at line 19 col 34 with update auto-skip

            if   ws-tecla-Cancela
                 exit section
            end-if

            *> Programa a Ordem pelo roteiro nos Centros de Trabalho
            perform 2200-programar-roteiro
            perform 8000-Screen_Gamen

            move "Confirm_Kakunin incluso da Ordem de Producao? [S/N]" to ws-Message_Messeji
            perform 9000-Message_Messeji

            move f-ArmazemCode                      to f07200-ArmazemCode
            move f-qtde-produzir                    to f07200-qtde-produzir
            move ws-data-inv                       to f07200-data-emissao
            move f-data-inicio-prevista             to f07200-data-inicio-prevista
            move f-data-entrega-prevista            to f07200-data-entrega-prevista
            set  f07200-ordem-aberta               to true
            move function numval(lnk-UserID)       to f07200-UserID-operacao


       exit.

      *>=================================================================================
      *> Com data de entrega pedida, programa para tras pelo lead time do
      *> roteiro; se o inicio cair antes de hoje a entrega pedida no e
      *> viavel e a Ordem e programada para frente a partir de hoje
       2200-programar-roteiro section.

            accept ws-data-inv                     from date yyyymmdd

            initialize                             lw-Roteiro
            move f-ProductCode                      to lw-ProductCode-roteiro
            move f-qtde-produzir                    to lw-qtde-roteiro

            if   f-data-entrega-prevista greater zeros
                 set  lw-programacao-regressiva     to true
                 move f-data-entrega-prevista       to lw-data-fim-roteiro
                 call c-calcula-roteiro using lnk-par lw-Roteiro
                 cancel c-calcula-roteiro

                 if   lw-data-inicio-roteiro not less ws-data-inv
                      move lw-data-inicio-roteiro   to f-data-inicio-prevista
                      move lw-data-fim-roteiro      to f-data-entrega-prevista
                      exit section
                 end-if

                 string "Entrega pedida [" f-data-entrega-prevista
                        "] inviavel pelo roteiro - lead time de " lw-dias-roteiro " dias uteis"
                        delimited by size into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

            initialize                             lw-Roteiro
            move f-ProductCode                      to lw-ProductCode-roteiro
            move f-qtde-produzir                    to lw-qtde-roteiro
            set  lw-programacao-progressiva         to true
            move ws-data-inv                        to lw-data-inicio-roteiro
            call c-calcula-roteiro using lnk-par lw-Roteiro
            cancel c-calcula-roteiro

            move lw-data-inicio-roteiro             to f-data-inicio-prevista
            move lw-data-fim-roteiro                to f-data-entrega-prevista

            if   lw-sem-roteiro
                 string "Product_Seihin [" f-ProductCode "] sem roteiro cadastrado - prazo sem programacao!"
                        into ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.

      *>=================================================================================
       2200-explodir-estrutura section.

                 exit section
            end-if

            *> Ordem em industrializacao externa: os materiais estao com o
            *> Fornecedor e a conclusao vem do retorno (CS50004C)
            if   f07200-industrializacao-externa
                 move "Ordem em industrializacao externa - conclusao pelo retorno do Fornecedor!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            *> Ordem com apontamento parcial segue pelo apontamento (CS50006C)
            if   f07200-qtde-produzida greater zeros
            or   f07200-qtde-refugada  greater zeros
                 move "Ordem com apontamentos - concluir pelo apontamento de producao!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-Screen_Gamen

            move "Confirm_Kakunin conclusao da Ordem de Producao? [S/N]" to ws-Message_Messeji
                 exit section
            end-if

            if   f07200-industrializacao-externa
                 move "Ordem com materiais remetidos para industrializacao - cancelamento no permitido!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            if   f07200-qtde-produzida greater zeros
            or   f07200-qtde-refugada  greater zeros
                 move "Ordem com apontamentos - use o encerramento do apontamento!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
                 exit section
            end-if

            perform 8000-Screen_Gamen

            move "Confirm_Kakunin cancelamento da Ordem? [S/N]" to ws-Message_Messeji
            move f07200-ArmazemCode                 to f-ArmazemCode
            move f07200-qtde-produzir               to f-qtde-produzir
            move f07200-data-emissao                to f-data-emissao
            move f07200-data-inicio-prevista        to f-data-inicio-prevista
            move f07200-data-entrega-prevista       to f-data-entrega-prevista
            move f07200-StatusID                   to f-StatusID

            initialize                             f01800-Product_Seihin
