            03 f11600-Type-autoridade               pic x(01).
               88 f11600-autoridade-credito             value "C".
               88 f11600-autoridade-pagamento           value "P".
               88 f11600-autoridade-requisicao          value "R".
            03 f11600-data-inicio                   pic 9(08).
            03 f11600-data-fim                      pic 9(08).
            03 f11600-StatusID                     pic x(01).
