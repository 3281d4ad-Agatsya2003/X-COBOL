      *>=================================================================================
       9000-Open_Akeru-i-pd14300 section.
           string lnk-DataPath delimited   by "  " "\EFD143.DAT" into wid-pd14300

           open input pd14300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD143.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14300 section.
           string lnk-DataPath delimited   by "  " "\EFD143.DAT" into wid-pd14300

           open output pd14300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD143.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14300 section.
           string lnk-DataPath delimited   by "  " "\EFD143.DAT" into wid-pd14300

           open i-o pd14300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD143.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14300-grt section.

            start pd14300 key is greater f14300-chave

       exit.

      *>=================================================================================
       9000-str-pd14300-ngrt section.

            start pd14300 key is not greater f14300-chave

       exit.

      *>=================================================================================
       9000-str-pd14300-nlss section.

            start pd14300 key is not less f14300-chave

       exit.

      *>=================================================================================
       9000-str-pd14300-grt-1 section.

            start pd14300 key is greater f14300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd14300-ngrt-1 section.

            start pd14300 key is not greater f14300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd14300-nlss-1 section.

            start pd14300 key is not less f14300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14300-ran section.

            read pd14300

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14300-ran-1 section.

            read pd14300 key is f14300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14300-nex section.

            read pd14300 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14300-pre section.

            read pd14300 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14300 section.

            write f14300-Transferencia_Bancaria

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14300 section.

            rewrite f14300-Transferencia_Bancaria

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14300 section.

            delete pd14300

       exit.
