       fd   pd18900.

       01   f18900-Escalonamento_Aprovacao.
            03 f18900-CompanyCode                   pic 9(03).
            03 f18900-BranchCode                    pic 9(04).
            03 f18900-Type-fila                     pic x(01).
               88 f18900-fila-credito                   value "C".
               88 f18900-fila-pagamento                 value "P".
               88 f18900-fila-recebimento               value "T".
               88 f18900-fila-quarentena                value "Q".
               88 f18900-fila-requisicao                value "R".
               88 f18900-fila-margem                    value "M".
            03 f18900-nivel                         pic 9(01).
            03 f18900-horas-limite                  pic 9(03).
            03 f18900-UserID-escalonamento          pic 9(11).
            03 f18900-StatusID                      pic x(01).
               88 f18900-escalonamento-ativo            value "A".
               88 f18900-escalonamento-inativo          value "I".
            03 f18900-data-alteracao                pic 9(08).
            03 f18900-UserID-operacao               pic 9(11).
