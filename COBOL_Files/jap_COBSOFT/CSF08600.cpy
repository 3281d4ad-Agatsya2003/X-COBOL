            03 f08600-StatusID                     pic x(01).
               88 f08600-job-Active_Akutibu             value "A".
               88 f08600-job-inativo                    value "I".
            03 f08600-intervalo-minutos             pic 9(04).
            03 f08600-data-ultima-execucao          pic 9(08).
            03 f08600-horario-ultima-execucao       pic 9(06).
