       fd   pd18700.

       01   f18700-Excecao_SoD.
            03 f18700-CompanyCode                   pic 9(03).
            03 f18700-BranchCode                    pic 9(04).
            03 f18700-UserID                        pic 9(11).
            03 f18700-ProfileCode                   pic 9(03).
            03 f18700-cd-regra                      pic 9(04).
            03 f18700-data-liberacao                pic 9(08).
            03 f18700-Time-liberacao                pic 9(08).
            03 f18700-id-origem                     pic x(01).
               88 f18700-origem-perfil-programa         value "P".
               88 f18700-origem-usuario-perfil          value "F".
               88 f18700-origem-usuario-programa        value "U".
            03 f18700-ProgramCode                   pic x(08).
            03 f18700-id-risco                      pic x(01).
            03 f18700-justificativa                 pic x(100).
            03 f18700-UserID-autorizador            pic 9(11).
