       fd   pd14200.

       01   f14200-Conta_Bancaria.
            03 f14200-CompanyCode                   pic 9(03).
            03 f14200-BranchCode                    pic 9(04).
            03 f14200-cd-conta-bancaria             pic 9(03).
            03 f14200-Desc-conta-bancaria           pic x(40).
            03 f14200-cd-banco                      pic 9(03).
            03 f14200-agencia                       pic 9(05).
            03 f14200-conta-corrente                pic 9(10).
            03 f14200-digito-conta                  pic x(01).
            03 f14200-id-Type-conta-bancaria        pic x(01).
               88 f14200-conta-movimento                value "M".
               88 f14200-conta-investimento             value "I".
            03 f14200-chave-pix                     pic x(77).
            03 f14200-Value-saldo-inicial           pic s9(11)v9(02).
            03 f14200-data-saldo-inicial            pic 9(08).
            03 f14200-id-conta-padrao               pic x(01).
               88 f14200-conta-padrao                   value "S".
               88 f14200-conta-nao-padrao               value "N".
            03 f14200-cd-conta-contabil             pic 9(09).
            03 f14200-StatusID                      pic x(01).
               88 f14200-conta-ativa                    value "A".
               88 f14200-conta-inativa                  value "I".
