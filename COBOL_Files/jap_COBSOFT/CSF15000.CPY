       fd   pd15000.

       01   f15000-Cheque_Custodia.
            03 f15000-CompanyCode                   pic 9(03).
            03 f15000-BranchCode                    pic 9(04).
            03 f15000-cd-banco                      pic 9(03).
            03 f15000-agencia                       pic 9(05).
            03 f15000-conta-corrente                pic 9(12).
            03 f15000-Number-cheque                 pic 9(07).
            03 f15000-cgc-emitente                  pic 9(14).
            03 f15000-Name-emitente                 pic x(55).
            03 f15000-cd-cliente                    pic 9(09).
            03 f15000-data-recebimento              pic 9(08).
            03 f15000-data-bom-para                 pic 9(08).
            03 f15000-Value-cheque                  pic 9(09)v9(02).
            03 f15000-Value-vinculado               pic 9(09)v9(02).
            03 f15000-cd-forma-pagamento            pic 9(02).
            03 f15000-data-deposito                 pic 9(08).
            03 f15000-cd-conta-deposito             pic 9(03).
            03 f15000-data-devolucao                pic 9(08).
            03 f15000-alinea-devolucao              pic 9(02).
            03 f15000-Value-tarifa                  pic 9(07)v9(02).
            03 f15000-Number-documento-tarifa       pic 9(09).
            03 f15000-Series-documento-tarifa       pic x(03).
            03 f15000-data-regularizacao            pic 9(08).
            03 f15000-UserID-operacao               pic 9(09).
            03 f15000-StatusID                      pic x(01).
               88 f15000-cheque-em-custodia             value "C".
               88 f15000-cheque-depositado              value "D".
               88 f15000-cheque-devolvido               value "V".
               88 f15000-cheque-regularizado            value "R".
