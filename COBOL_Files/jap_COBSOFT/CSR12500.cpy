      *>=================================================================================
       9000-Open_Akeru-i-pd12500 section.
           string lnk-DataPath delimited   by "  " "\EFD125.DAT" into wid-pd12500

           open input pd12500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD125.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd12500 section.
           string lnk-DataPath delimited   by "  " "\EFD125.DAT" into wid-pd12500

           open output pd12500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD125.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd12500 section.
           string lnk-DataPath delimited   by "  " "\EFD125.DAT" into wid-pd12500

           open i-o pd12500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD125.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd12500-grt section.

            start pd12500 key is greater f12500-chave

       exit.

      *>=================================================================================
       9000-str-pd12500-ngrt section.

            start pd12500 key is not greater f12500-chave

       exit.

      *>=================================================================================
       9000-str-pd12500-nlss section.

            start pd12500 key is not less f12500-chave

       exit.

      *>=================================================================================
       9000-str-pd12500-grt-1 section.

            start pd12500 key is greater f12500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12500-ngrt-1 section.

            start pd12500 key is not greater f12500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12500-nlss-1 section.

            start pd12500 key is not less f12500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12500-ran section.

            read pd12500

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12500-ran-1 section.

            read pd12500 key is f12500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12500-nex section.

            read pd12500 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12500-pre section.

            read pd12500 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd12500 section.

            write f12500-CTe_Nota

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd12500 section.

            rewrite f12500-CTe_Nota

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd12500 section.

            delete pd12500

       exit.
