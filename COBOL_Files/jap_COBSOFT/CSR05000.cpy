            start pd05000 key is not greater f05000-chave
       
       exit.      

      *>=================================================================================
       9000-str-pd05000-grt-1 section.

            start pd05000 key is greater f05000-chave-1

       exit.

      *>=================================================================================
       9000-str-pd05000-nlss-1 section.

            start pd05000 key is not less f05000-chave-1

       exit.

      *>=================================================================================
       9000-str-pd05000-grt-2 section.

            start pd05000 key is greater f05000-chave-2

       exit.

      *>=================================================================================
       9000-str-pd05000-nlss-2 section.

            start pd05000 key is not less f05000-chave-2

       exit.
       
      *>=================================================================================
       9000-Read_Yomu-pd05000-ran section.
