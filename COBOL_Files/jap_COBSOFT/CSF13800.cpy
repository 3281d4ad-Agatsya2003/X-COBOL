       fd   pd13800.

       01   f13800-Lancamento_Contabil.
            03 f13800-CompanyCode                   pic 9(03).
            03 f13800-BranchCode                    pic 9(04).
            03 f13800-competencia                   pic 9(06).
            03 f13800-Seq-lancamento                pic 9(07).
            03 f13800-id-partida                    pic x(01).
               88 f13800-partida-debito                 value "D".
               88 f13800-partida-credito                value "C".
            03 f13800-cd-conta                      pic 9(09).
            03 f13800-data-lancamento               pic 9(08).
            03 f13800-Value-lancamento              pic 9(11)v9(02).
            03 f13800-Type-evento                   pic x(02).
            03 f13800-historico                     pic x(40).
            03 f13800-doc-referencia                pic x(30).
            03 f13800-cd-conta-contrapartida        pic 9(09).
            03 f13800-data-geracao                  pic 9(08).
            03 f13800-UserID-geracao                pic 9(11).
