      *>=================================================================================
       9000-Open_Akeru-i-pd12900 section.
           string lnk-DataPath delimited   by "  " "\EFD129.DAT" into wid-pd12900

           open input pd12900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD129.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd12900 section.
           string lnk-DataPath delimited   by "  " "\EFD129.DAT" into wid-pd12900

           open output pd12900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD129.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd12900 section.
           string lnk-DataPath delimited   by "  " "\EFD129.DAT" into wid-pd12900

           open i-o pd12900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD129.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd12900-grt section.

            start pd12900 key is greater f12900-chave

       exit.

      *>=================================================================================
       9000-str-pd12900-ngrt section.

            start pd12900 key is not greater f12900-chave

       exit.

      *>=================================================================================
       9000-str-pd12900-nlss section.

            start pd12900 key is not less f12900-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12900-ran section.

            read pd12900

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12900-nex section.

            read pd12900 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12900-pre section.

            read pd12900 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd12900 section.

            write f12900-Inventario_P7

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd12900 section.

            rewrite f12900-Inventario_P7

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd12900 section.

            delete pd12900

       exit.
