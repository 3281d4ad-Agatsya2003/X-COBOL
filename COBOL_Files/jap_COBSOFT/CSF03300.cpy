            03 f03300-StatusID                     pic x(01).
               88 f03300-codigo-ativo                   value "A".
               88 f03300-codigo-inativo                 value "I".
            03 f03300-cd-class-trib                 pic x(06).
            03 f03300-aliq-ibs                      pic 9(02)v9(04).
            03 f03300-aliq-cbs                      pic 9(02)v9(04).
