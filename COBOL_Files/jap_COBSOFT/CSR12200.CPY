      *>=================================================================================
       9000-Open_Akeru-i-pd12200 section.
           string lnk-DataPath delimited   by "  " "\EFD122.DAT" into wid-pd12200

           open input pd12200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD122.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd12200 section.
           string lnk-DataPath delimited   by "  " "\EFD122.DAT" into wid-pd12200

           open output pd12200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD122.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd12200 section.
           string lnk-DataPath delimited   by "  " "\EFD122.DAT" into wid-pd12200

           open i-o pd12200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD122.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd12200-grt section.

            start pd12200 key is greater f12200-chave

       exit.

      *>=================================================================================
       9000-str-pd12200-ngrt section.

            start pd12200 key is not greater f12200-chave

       exit.

      *>=================================================================================
       9000-str-pd12200-nlss section.

            start pd12200 key is not less f12200-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12200-ran section.

            read pd12200

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12200-nex section.

            read pd12200 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12200-pre section.

            read pd12200 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd12200 section.

            write f12200-Romaneio

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd12200 section.

            rewrite f12200-Romaneio

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd12200 section.

            delete pd12200

       exit.
