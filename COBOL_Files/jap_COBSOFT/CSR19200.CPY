      *>=================================================================================
       9000-Open_Akeru-i-pd19200 section.
           string lnk-DataPath delimited   by "  " "\EFD192.DAT" into wid-pd19200

           open input pd19200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD192.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd19200 section.
           string lnk-DataPath delimited   by "  " "\EFD192.DAT" into wid-pd19200

           open output pd19200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD192.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd19200 section.
           string lnk-DataPath delimited   by "  " "\EFD192.DAT" into wid-pd19200

           open i-o pd19200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD192.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19200-grt section.

            start pd19200 key is greater f19200-chave

       exit.

      *>=================================================================================
       9000-str-pd19200-ngrt section.

            start pd19200 key is not greater f19200-chave

       exit.

      *>=================================================================================
       9000-str-pd19200-nlss section.

            start pd19200 key is not less f19200-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19200-ran section.

            read pd19200

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19200-nex section.

            read pd19200 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19200-pre section.

            read pd19200 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd19200 section.

            write f19200-Traducao_Texto

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd19200 section.

            rewrite f19200-Traducao_Texto

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd19200 section.

            delete pd19200

       exit.
