      *>=================================================================================
       9000-Open_Akeru-i-pd14900 section.
           string lnk-DataPath delimited   by "  " "\EFD149.DAT" into wid-pd14900

           open input pd14900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD149.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14900 section.
           string lnk-DataPath delimited   by "  " "\EFD149.DAT" into wid-pd14900

           open output pd14900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD149.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14900 section.
           string lnk-DataPath delimited   by "  " "\EFD149.DAT" into wid-pd14900

           open i-o pd14900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD149.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14900-grt section.

            start pd14900 key is greater f14900-chave

       exit.

      *>=================================================================================
       9000-str-pd14900-ngrt section.

            start pd14900 key is not greater f14900-chave

       exit.

      *>=================================================================================
       9000-str-pd14900-nlss section.

            start pd14900 key is not less f14900-chave

       exit.

      *>=================================================================================
       9000-str-pd14900-grt-1 section.

            start pd14900 key is greater f14900-chave-1

       exit.

      *>=================================================================================
       9000-str-pd14900-ngrt-1 section.

            start pd14900 key is not greater f14900-chave-1

       exit.

      *>=================================================================================
       9000-str-pd14900-nlss-1 section.

            start pd14900 key is not less f14900-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14900-ran section.

            read pd14900

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14900-ran-1 section.

            read pd14900 key is f14900-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14900-nex section.

            read pd14900 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14900-pre section.

            read pd14900 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14900 section.

            write f14900-Item_Bordero

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14900 section.

            rewrite f14900-Item_Bordero

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14900 section.

            delete pd14900

       exit.
