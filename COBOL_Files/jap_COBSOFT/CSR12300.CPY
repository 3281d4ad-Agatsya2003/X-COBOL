      *>=================================================================================
       9000-Open_Akeru-i-pd12300 section.
           string lnk-DataPath delimited   by "  " "\EFD123.DAT" into wid-pd12300

           open input pd12300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD123.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd12300 section.
           string lnk-DataPath delimited   by "  " "\EFD123.DAT" into wid-pd12300

           open output pd12300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD123.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd12300 section.
           string lnk-DataPath delimited   by "  " "\EFD123.DAT" into wid-pd12300

           open i-o pd12300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD123.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd12300-grt section.

            start pd12300 key is greater f12300-chave

       exit.

      *>=================================================================================
       9000-str-pd12300-ngrt section.

            start pd12300 key is not greater f12300-chave

       exit.

      *>=================================================================================
       9000-str-pd12300-nlss section.

            start pd12300 key is not less f12300-chave

       exit.

      *>=================================================================================
       9000-str-pd12300-grt-1 section.

            start pd12300 key is greater f12300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12300-ngrt-1 section.

            start pd12300 key is not greater f12300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12300-nlss-1 section.

            start pd12300 key is not less f12300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12300-ran section.

            read pd12300

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12300-ran-1 section.

            read pd12300 key is f12300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12300-nex section.

            read pd12300 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12300-pre section.

            read pd12300 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd12300 section.

            write f12300-Manifesto_Mdfe

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd12300 section.

            rewrite f12300-Manifesto_Mdfe

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd12300 section.

            delete pd12300

       exit.
