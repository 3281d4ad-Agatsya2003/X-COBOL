       01   lw-Roteiro.
            03 lw-ProductCode-roteiro              pic 9(09).
            03 lw-qtde-roteiro                     pic 9(06)v9(04).
            03 lw-id-sentido-roteiro               pic x(01).
               88 lw-programacao-progressiva           value "P".
               88 lw-programacao-regressiva            value "R".
            03 lw-data-inicio-roteiro              pic 9(08).
            03 lw-data-fim-roteiro                 pic 9(08).
            03 lw-dias-roteiro                     pic 9(04).
            03 lw-horas-roteiro                    pic 9(07)v9(02).
            03 lw-id-roteiro                       pic x(01).
               88 lw-roteiro-calculado                 value "S".
               88 lw-sem-roteiro                       value "N".
