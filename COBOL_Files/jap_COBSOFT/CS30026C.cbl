       copy CSS02650.cpy.
       copy CSS09600.cpy.
       copy CSS09700.cpy.
       copy CSS14200.cpy.

            select arq-extrato-banco assign to disk wid-arq-extrato-banco
                 organization        is line sequential
       copy CSF02650.cpy.
       copy CSF09600.cpy.
       copy CSF09700.cpy.
       copy CSF14200.cpy.

       fd   arq-extrato-banco.

            03 ws-diferenca                        pic s9(13)v9(02).
            03 ws-Value-x                          pic -z.zzz.zzz.zz9,99.
            03 ws-Value-x-2                        pic -z.zzz.zzz.zz9,99.
            03 ws-id-conta-aceita                  pic x(01).
               88 ws-conta-aceita                      value "S".
               88 ws-conta-nao-aceita                  value "N".
            03 ws-id-conta-obrigatoria             pic x(01).
               88 ws-conta-obrigatoria                 value "S".
               88 ws-conta-opcional                    value "N".

       01   f-Conciliacao.
            03 f-Seq-lancamento                    pic 9(09).
            03 f-Number-documento                  pic 9(09).
            03 f-Series-documento                   pic x(03).
            03 f-Seq-parcela                       pic 9(02).
            03 f-cd-conta-bancaria                 pic 9(03).
            03 f-Desc-conta-bancaria               pic x(40).

      *>=================================================================================
       linkage section.
            03 line 17 col 34   pic x(03) from f-Series-documento.
            03 line 19 col 10   pic x(23) value "Parcela..............:".
            03 line 19 col 34   pic 9(02) from f-Seq-parcela.
            03 line 21 col 10   pic x(23) value "Conta Bancaria.......:".
            03 line 21 col 34   pic 9(03) from f-cd-conta-bancaria.
            03 line 21 col 40   pic x(40) from f-Desc-conta-bancaria.

      *>=================================================================================
       procedure division using lnk-par.
            perform 9000-Open_Akeru-io-pd02650
            perform 9000-Open_Akeru-io-pd09600
            perform 9000-Open_Akeru-io-pd09700
            perform 9000-Open_Akeru-i-pd14200

       exit.

                 exit section
            end-if

            *> O extrato importado pertence a uma conta bancaria da Filial
            perform 8000-ClearScreen
            set  ws-conta-obrigatoria               to true
            perform 9000-aceita-conta-bancaria
            if   ws-conta-nao-aceita
                 exit section
            end-if

            string lnk-tmp-path delimited by "  " "\EXTRATO_BANCO.TXT" into wid-arq-extrato-banco

            open input arq-extrato-banco
                 move rs-eb-Type-lancamento         to f09600-Type-lancamento
                 move rs-eb-Value-lancamento        to f09600-Value-lancamento
                 move rs-eb-historico               to f09600-historico
                 move f-cd-conta-bancaria           to f09600-cd-conta-bancaria
                 set  f09600-lancamento-pendente    to true
                 move ws-data-inv                   to f09600-data-importacao

                 if   f02450-data-pagamento equal f09600-data-lancamento
                 and  f02450-Value-pago     equal f09600-Value-lancamento
                 and  not f02450-pagamento-conciliado
                 and (f02450-cd-conta-bancaria equal f09600-cd-conta-bancaria
                 or   f02450-cd-conta-bancaria equal zeros
                 or   f09600-cd-conta-bancaria equal zeros)
                      set ws-match-encontrado       to true
                      move f02450-Type-nota        to f09600-Type-nota
                      move f02450-Number-documento  to f09600-Number-documento

                 if   f09700-pix-gerado
                 and  f09700-Value-cobranca equal f09600-Value-lancamento
                 and (f09700-cd-conta-bancaria equal f09600-cd-conta-bancaria
                 or   f09700-cd-conta-bancaria equal zeros
                 or   f09600-cd-conta-bancaria equal zeros)
                      perform 2200-baixa-parcela-pix
                      exit perform
                 end-if
            move f09700-Number-documento           to f02400-Number-documento
            move f09700-Series-documento            to f02400-Series-documento
            move f09700-Seq-parcela                to f02400-Seq-parcela
            *> Parcela descontada pertence ao banco: o lancamento fica
            *> pendente para baixa manual pelo CS30049C
            perform 9000-Read_Yomu-pd02400-ran
            if   not ws-OperationOK
            or   f02400-quitado
            or   f02400-descontado
                 exit section
            end-if

            move f09600-Value-lancamento           to f02450-Value-pago
            move function numval(lnk-UserID)       to f02450-UserID-operacao
            move zeros                             to f02450-Value-juros
            move f09600-cd-conta-bancaria           to f02450-cd-conta-bancaria
            *> A baixa nasce consumida por este proprio lancamento
            set  f02450-pagamento-conciliado        to true

                 if   f02650-data-pagamento equal f09600-data-lancamento
                 and  f02650-Value-pago     equal f09600-Value-lancamento
                 and  not f02650-pagamento-conciliado
                 and (f02650-cd-conta-bancaria equal f09600-cd-conta-bancaria
                 or   f02650-cd-conta-bancaria equal zeros
                 or   f09600-cd-conta-bancaria equal zeros)
                      set ws-match-encontrado       to true
                      move f02650-Type-nota        to f09600-Type-nota
                      move f02650-Number-documento  to f09600-Number-documento
                 exit section
            end-if

            *> Conta zero relaciona todas as contas da Filial
            perform 8000-ClearScreen
            set  ws-conta-opcional                  to true
            perform 9000-aceita-conta-bancaria
            if   ws-conta-nao-aceita
                 exit section
            end-if

            accept ws-data-inv                     from date yyyymmdd
            string lnk-tmp-path delimited by "  "
                   "\CONCILIACAO_" ws-data-inv ".TXT" delimited by size
            string "RELATORIO DE CONCILIACAO BANCARIA - " ws-data-inv into rs-arq-conciliacao
            write rs-arq-conciliacao

            if   f-cd-conta-bancaria greater zeros
                 move spaces                        to rs-arq-conciliacao
                 string "CONTA BANCARIA " f-cd-conta-bancaria
                        " " f-Desc-conta-bancaria into rs-arq-conciliacao
                 write rs-arq-conciliacao
            end-if

            move zeros                              to ws-saldo-banco
                                                       ws-saldo-livros
                                                       ws-contador-pendentes
                       or f09600-CompanyCode not equal lnk-CompanyCode
                       or f09600-BranchCode  not equal lnk-BranchCode

                 if   f-cd-conta-bancaria greater zeros
                 and  f09600-cd-conta-bancaria not equal f-cd-conta-bancaria
                      perform 9000-Read_Yomu-pd09600-nex
                      exit perform cycle
                 end-if

                 if   f09600-lancamento-credito
                      add      f09600-Value-lancamento to ws-saldo-banco
                 else

       exit.

      *>=================================================================================
      *> Conta bancaria do extrato: ativa no cadastro (CS10045C); no
      *> relatorio a conta zero seleciona todas
       9000-aceita-conta-bancaria section.

            set  ws-conta-nao-aceita                to true
            move zeros                              to f-cd-conta-bancaria
            move spaces                             to f-Desc-conta-bancaria

            perform until exit
                 accept f-cd-conta-bancaria at line 21 col 34 with update auto-skip
                 if   ws-tecla-Cancela
                      exit section
                 end-if
                 if   f-cd-conta-bancaria equal zeros
                      if   ws-conta-opcional
                           exit perform
                      end-if
                      move "Conta Bancaria obrigatoria!" to ws-Message_Messeji
                      perform 9000-Message_Messeji
                 else
                      initialize                    f14200-Conta_Bancaria
                      move lnk-CompanyCode          to f14200-CompanyCode
                      move lnk-BranchCode           to f14200-BranchCode
                      move f-cd-conta-bancaria      to f14200-cd-conta-bancaria
                      perform 9000-Read_Yomu-pd14200-ran
                      if   ws-OperationOK
                      and  f14200-conta-ativa
                           move f14200-Desc-conta-bancaria to f-Desc-conta-bancaria
                           display f-Desc-conta-bancaria at line 21 col 40
                           exit perform
                      end-if
                      string "Conta Bancaria Invalid_Mukou! [" f-cd-conta-bancaria "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
            end-perform

            set  ws-conta-aceita                    to true

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd02650
            close pd09600
            close pd09700
            close pd14200

       exit.
      *>=================================================================================
       copy CSR02650.cpy.
       copy CSR09600.cpy.
       copy CSR09700.cpy.
       copy CSR14200.cpy.
