
       copy CSC00900.cpy.
       copy CSW00900.cpy.
       copy CSW13900.cpy.

       01   ws-WorkFields.
            03 ws-contador-pendentes               pic 9(05).

                 if   f07100-ProductCode equal f09850-ProductCode
                      add f09850-qtde-recebida      to f07100-qtde-recebida
                      *> A mercadoria chegou na data do bloqueio
                      move f09850-data-bloqueio     to f07100-data-ultimo-recebimento
                      if   f09850-data-bloqueio not greater f07100-data-entrega-prevista
                           add f09850-qtde-recebida to f07100-qtde-recebida-no-prazo
                      end-if
                      perform 9000-Rewrite_Kakinaosu-pd07100
                      exit perform
                 end-if
                 exit section
            end-if

            *> Tributos e taxas da importacao no compoem o titulo do Fornecedor
            compute ws-Value-titulo =
                    f05000-Value-total - ws-Value-rejeitado
                    - f05000-Value-importacao

            initialize                             f02600-Contas_Pagar
            move f05000-CompanyCode                to f02600-CompanyCode
            else
                 string "Titulo de Contas_Pagar gerado para a Nota [" f02600-Number-documento "/" f02600-Series-documento "]" into ws-Message_Messeji
                 perform 9000-Message_Messeji
                 perform 9000-rateia-centro-padrao
            end-if

       exit.

      *>=================================================================================
      *> Titulo gerado sem digitacao: rateio integral no centro de custo
      *> padrao de compras da Filial (CS00126S)
       9000-rateia-centro-padrao section.

            initialize                             lw-Rateio
            move f02600-Type-nota                   to lw-Type-nota-rateio
            move f02600-Number-documento            to lw-Number-documento-rateio
            move f02600-Series-documento            to lw-Series-documento-rateio
            move f02600-cd-fornecedor               to lw-cd-fornecedor-rateio
            move f02600-data-emissao                to lw-data-emissao-rateio
            move f02600-Value-total                 to lw-Value-rateio
            call c-rateio-centro-padrao using lnk-par lw-Rateio
            cancel c-rateio-centro-padrao

            if   lw-rateio-sem-centro
                 move "Centro de custo padrao de compras no cadastrado - titulo sem rateio!" to ws-Message_Messeji
                 perform 9000-Message_Messeji
            end-if

       exit.
