      *>=================================================================================
       9000-Open_Akeru-i-pd12600 section.
           string lnk-DataPath delimited   by "  " "\EFD126.DAT" into wid-pd12600

           open input pd12600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD126.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd12600 section.
           string lnk-DataPath delimited   by "  " "\EFD126.DAT" into wid-pd12600

           open output pd12600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD126.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd12600 section.
           string lnk-DataPath delimited   by "  " "\EFD126.DAT" into wid-pd12600

           open i-o pd12600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD126.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd12600-grt section.

            start pd12600 key is greater f12600-chave

       exit.

      *>=================================================================================
       9000-str-pd12600-ngrt section.

            start pd12600 key is not greater f12600-chave

       exit.

      *>=================================================================================
       9000-str-pd12600-nlss section.

            start pd12600 key is not less f12600-chave

       exit.

      *>=================================================================================
       9000-str-pd12600-grt-1 section.

            start pd12600 key is greater f12600-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12600-ngrt-1 section.

            start pd12600 key is not greater f12600-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12600-nlss-1 section.

            start pd12600 key is not less f12600-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12600-ran section.

            read pd12600

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12600-ran-1 section.

            read pd12600 key is f12600-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12600-nex section.

            read pd12600 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12600-pre section.

            read pd12600 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd12600 section.

            write f12600-Documento_Recebido

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd12600 section.

            rewrite f12600-Documento_Recebido

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd12600 section.

            delete pd12600

       exit.
