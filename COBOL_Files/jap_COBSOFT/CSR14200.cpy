      *>=================================================================================
       9000-Open_Akeru-i-pd14200 section.
           string lnk-DataPath delimited   by "  " "\EFD142.DAT" into wid-pd14200

           open input pd14200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD142.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14200 section.
           string lnk-DataPath delimited   by "  " "\EFD142.DAT" into wid-pd14200

           open output pd14200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD142.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14200 section.
           string lnk-DataPath delimited   by "  " "\EFD142.DAT" into wid-pd14200

           open i-o pd14200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD142.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14200-grt section.

            start pd14200 key is greater f14200-chave

       exit.

      *>=================================================================================
       9000-str-pd14200-ngrt section.

            start pd14200 key is not greater f14200-chave

       exit.

      *>=================================================================================
       9000-str-pd14200-nlss section.

            start pd14200 key is not less f14200-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14200-ran section.

            read pd14200

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14200-nex section.

            read pd14200 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14200-pre section.

            read pd14200 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14200 section.

            write f14200-Conta_Bancaria

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14200 section.

            rewrite f14200-Conta_Bancaria

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14200 section.

            delete pd14200

       exit.
