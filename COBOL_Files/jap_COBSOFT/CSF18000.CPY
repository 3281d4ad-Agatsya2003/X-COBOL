       fd   pd18000.

       01   f18000-Movimento_Embalagem.
            03 f18000-CompanyCode                   pic 9(03).
            03 f18000-BranchCode                    pic 9(04).
            03 f18000-Type-parceiro                 pic x(01).
               88 f18000-parceiro-cliente               value "C".
               88 f18000-parceiro-transportadora        value "T".
            03 f18000-cd-parceiro                   pic 9(09).
            03 f18000-ProductCode                   pic 9(09).
            03 f18000-Seq                           pic 9(07).
            03 f18000-data-movimento                pic 9(08).
            03 f18000-id-movimento                  pic x(01).
               88 f18000-movimento-remessa              value "R".
               88 f18000-movimento-retorno              value "D".
               88 f18000-movimento-faturado             value "F".
            03 f18000-qtde                          pic 9(06)v9(04).
            03 f18000-qtde-pendente                 pic 9(06)v9(04).
            03 f18000-data-limite-retorno           pic 9(08).
            03 f18000-Type-nota                     pic 9(02).
            03 f18000-Number-documento              pic 9(09).
            03 f18000-Series-documento              pic x(03).
            03 f18000-cfop                          pic 9(04).
            03 f18000-Number-pedido                 pic 9(09).
            03 f18000-UserID-operacao               pic 9(09).
