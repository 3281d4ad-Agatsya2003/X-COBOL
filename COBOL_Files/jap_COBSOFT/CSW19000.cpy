       01   ws-Pendencias-Aprovacao.
            03 ws-CompanyCode-pend                 pic 9(03).
            03 ws-BranchCode-pend                  pic 9(04).
            03 ws-qtde-pendencias                  pic 9(03).
            03 ws-ind-pend                         pic 9(03).
            03 ws-hora-pend                        pic 9(02).
            03 ws-idade-calc-pend                  pic s9(07).
            03 ws-id-limite-pend                   pic x(01).
               88 ws-pendencias-excedidas              value "S".
               88 ws-pendencias-no-limite              value "N".
            03 ws-pendencia occurs 500 times.
               05 ws-Type-fila-pend                pic x(01).
                  88 ws-pend-credito                   value "C".
                  88 ws-pend-pagamento                 value "P".
                  88 ws-pend-recebimento               value "T".
                  88 ws-pend-quarentena                value "Q".
                  88 ws-pend-requisicao                value "R".
                  88 ws-pend-margem                    value "M".
               05 ws-chave-item-pend               pic x(30).
               05 ws-referencia-pend               pic x(40).
               05 ws-Value-pend                    pic 9(09)v9(02).
               05 ws-data-pend                     pic 9(08).
               05 ws-horario-pend                  pic 9(06).
               05 ws-idade-horas-pend              pic 9(05).
               05 ws-UserID-solicitante-pend       pic 9(11).
               05 ws-UserID-aprovador-pend         pic 9(11).
