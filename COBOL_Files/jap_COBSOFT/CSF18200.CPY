       fd   pd18200.

       01   f18200-Pontos_Fidelidade.
            03 f18200-CompanyCode                   pic 9(03).
            03 f18200-BranchCode                    pic 9(04).
            03 f18200-cd-cliente                    pic 9(09).
            03 f18200-Seq                           pic 9(07).
            03 f18200-cpf                           pic 9(11).
            03 f18200-data-movimento                pic 9(08).
            03 f18200-id-movimento                  pic x(01).
               88 f18200-movimento-credito              value "C".
               88 f18200-movimento-resgate              value "R".
               88 f18200-movimento-expiracao            value "E".
            03 f18200-pontos                        pic 9(09).
            03 f18200-pontos-saldo                  pic 9(09).
            03 f18200-data-expiracao                pic 9(08).
            03 f18200-Type-nota                     pic 9(02).
            03 f18200-Number-documento              pic 9(09).
            03 f18200-Series-documento              pic x(03).
            03 f18200-Value-base                    pic 9(09)v9(02).
            03 f18200-Value-resgate                 pic 9(09)v9(02).
            03 f18200-id-anonimizado                pic x(01).
               88 f18200-pontos-anonimizados            value "S".
               88 f18200-pontos-identificados           value " ","N".
            03 f18200-UserID-operacao               pic 9(09).
