      *>=================================================================================
       9000-Open_Akeru-i-pd14400 section.
           string lnk-DataPath delimited   by "  " "\EFD144.DAT" into wid-pd14400

           open input pd14400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD144.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14400 section.
           string lnk-DataPath delimited   by "  " "\EFD144.DAT" into wid-pd14400

           open output pd14400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD144.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14400 section.
           string lnk-DataPath delimited   by "  " "\EFD144.DAT" into wid-pd14400

           open i-o pd14400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD144.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14400-grt section.

            start pd14400 key is greater f14400-chave

       exit.

      *>=================================================================================
       9000-str-pd14400-ngrt section.

            start pd14400 key is not greater f14400-chave

       exit.

      *>=================================================================================
       9000-str-pd14400-nlss section.

            start pd14400 key is not less f14400-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14400-ran section.

            read pd14400

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14400-nex section.

            read pd14400 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14400-pre section.

            read pd14400 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14400 section.

            write f14400-Guia_Tributo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14400 section.

            rewrite f14400-Guia_Tributo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14400 section.

            delete pd14400

       exit.
