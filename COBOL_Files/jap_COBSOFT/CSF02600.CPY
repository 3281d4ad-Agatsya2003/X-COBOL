            03 f02600-CompanyCode                   pic 9(03).
            03 f02600-BranchCode                    pic 9(04).
            03 f02600-Type-nota                      pic 9(02).
               88 f02600-titulo-implantacao              value 99.
            03 f02600-Number-documento              pic 9(09).
            03 f02600-Series-documento                pic x(03).
            03 f02600-cd-fornecedor                 pic 9(09).
               88 f02600-remessa-enviada                value "S".
               88 f02600-sem-remessa                    value " ", "N".
            03 f02600-data-remessa                  pic 9(08).
            03 f02600-linha-digitavel               pic x(47).
            03 f02600-id-dda                        pic x(01).
               88 f02600-boleto-dda                     value "S".
               88 f02600-sem-dda                        value " ", "N".
            03 f02600-data-dda                      pic 9(08).
