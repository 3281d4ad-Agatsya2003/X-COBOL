       fd   pd18300.

       01   f18300-Contato_Cobranca.
            03 f18300-CompanyCode                   pic 9(03).
            03 f18300-BranchCode                    pic 9(04).
            03 f18300-cd-cliente                    pic 9(09).
            03 f18300-Seq                           pic 9(05).
            03 f18300-data-contato                  pic 9(08).
            03 f18300-horario-contato               pic 9(06).
            03 f18300-UserID-operacao               pic 9(09).
            03 f18300-pessoa-contato                pic x(40).
            03 f18300-id-resultado                  pic x(01).
               88 f18300-resultado-promessa             value "P".
               88 f18300-resultado-contato              value "C".
               88 f18300-resultado-sem-contato          value "N".
               88 f18300-resultado-recusa               value "R".
            03 f18300-observacao                    pic x(60).
            03 f18300-proxima-acao                  pic x(60).
            03 f18300-data-proxima-acao             pic 9(08).
            03 f18300-data-promessa                 pic 9(08).
            03 f18300-Value-prometido               pic 9(09)v9(02).
            03 f18300-id-situacao-promessa          pic x(01).
               88 f18300-promessa-ativa                 value "A".
               88 f18300-promessa-cumprida              value "C".
               88 f18300-promessa-quebrada              value "Q".
               88 f18300-promessa-substituida           value "S".
               88 f18300-sem-promessa                   value " ".
            03 f18300-data-situacao-promessa        pic 9(08).
            03 f18300-Value-pago-promessa           pic 9(09)v9(02).
