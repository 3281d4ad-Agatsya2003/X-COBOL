
       exit.

      *>=================================================================================
       9000-str-pd09600-grt-2 section.

            start pd09600 key is greater f09600-chave-2

       exit.

      *>=================================================================================
       9000-str-pd09600-ngrt-2 section.

            start pd09600 key is not greater f09600-chave-2

       exit.

      *>=================================================================================
       9000-str-pd09600-nlss-2 section.

            start pd09600 key is not less f09600-chave-2

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd09600-ran section.


       exit.

      *>=================================================================================
       9000-Read_Yomu-pd09600-ran-2 section.

            read pd09600 key is f09600-chave-2

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd09600-nex section.

