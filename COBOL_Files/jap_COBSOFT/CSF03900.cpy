               88 f03900-cnab-240                       value 240.
               88 f03900-cnab-400                       value 400.
            03 f03900-Seq-remessa                   pic 9(07).
            03 f03900-cd-conta-bancaria             pic 9(03).
