
       exit.

      *>=================================================================================
       9000-str-pd02400-grt-2 section.

            start pd02400 key is greater f02400-chave-2

       exit.

      *>=================================================================================
       9000-str-pd02400-nlss-2 section.

            start pd02400 key is not less f02400-chave-2

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd02400-ran section.

