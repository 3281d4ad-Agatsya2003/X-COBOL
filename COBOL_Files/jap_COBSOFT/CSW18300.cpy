       01   lw-Promessa.
            03 lw-cd-cliente-promessa              pic 9(09).
            03 lw-data-referencia-promessa         pic 9(08).
            03 lw-Seq-contato-promessa             pic 9(05).
            03 lw-data-contato-promessa            pic 9(08).
            03 lw-data-promessa                    pic 9(08).
            03 lw-Value-prometido                  pic 9(09)v9(02).
            03 lw-Value-pago-promessa              pic 9(09)v9(02).
            03 lw-id-situacao-promessa             pic x(01).
               88 lw-promessa-ativa                    value "A".
               88 lw-promessa-cumprida                 value "C".
               88 lw-promessa-quebrada                 value "Q".
               88 lw-sem-promessa                      value "N".
