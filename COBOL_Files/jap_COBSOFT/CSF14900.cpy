       fd   pd14900.

       01   f14900-Item_Bordero.
            03 f14900-CompanyCode                   pic 9(03).
            03 f14900-BranchCode                    pic 9(04).
            03 f14900-Number-bordero                pic 9(07).
            03 f14900-Type-nota                     pic 9(02).
            03 f14900-Number-documento              pic 9(09).
            03 f14900-Series-documento              pic x(03).
            03 f14900-Seq-parcela                   pic 9(02).
            03 f14900-cd-cliente                    pic 9(09).
            03 f14900-cd-conta-bancaria             pic 9(03).
            03 f14900-data-vencimento               pic 9(08).
            03 f14900-Value-titulo                  pic 9(09)v9(02).
            03 f14900-Value-desconto                pic 9(09)v9(02).
            03 f14900-data-situacao                 pic 9(08).
            03 f14900-StatusID                      pic x(01).
               88 f14900-item-em-aberto                 value "A".
               88 f14900-item-liquidado                 value "L".
               88 f14900-item-recomprado                value "R".
