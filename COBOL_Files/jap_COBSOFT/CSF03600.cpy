            03 f03600-StatusID                     pic x(01).
               88 f03600-armazem-Active_Akutibu         value "A".
               88 f03600-armazem-inativo                value "I".
            03 f03600-ArmazemCode-abastecedor       pic 9(04).
