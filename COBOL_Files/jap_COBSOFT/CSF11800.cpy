               88 f11800-modulo-estoque                 value "E".
               88 f11800-modulo-receber                 value "R".
               88 f11800-modulo-pagar                   value "P".
               88 f11800-modulo-contabil                value "C".
            03 f11800-competencia                   pic 9(06).
            03 f11800-StatusID                     pic x(01).
               88 f11800-periodo-fechado                value "F".
