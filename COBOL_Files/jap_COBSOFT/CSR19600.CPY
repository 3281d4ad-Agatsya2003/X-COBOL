      *>=================================================================================
       9000-Open_Akeru-i-pd19600 section.
           string lnk-DataPath delimited   by "  " "\EFD196.DAT" into wid-pd19600

           open input pd19600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD196.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd19600 section.
           string lnk-DataPath delimited   by "  " "\EFD196.DAT" into wid-pd19600

           open output pd19600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD196.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd19600 section.
           string lnk-DataPath delimited   by "  " "\EFD196.DAT" into wid-pd19600

           open i-o pd19600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD196.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19600-grt section.

            start pd19600 key is greater f19600-chave

       exit.

      *>=================================================================================
       9000-str-pd19600-ngrt section.

            start pd19600 key is not greater f19600-chave

       exit.

      *>=================================================================================
       9000-str-pd19600-nlss section.

            start pd19600 key is not less f19600-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19600-ran section.

            read pd19600

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19600-nex section.

            read pd19600 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19600-pre section.

            read pd19600 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd19600 section.

            write f19600-Log_Envio_Canal

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd19600 section.

            rewrite f19600-Log_Envio_Canal

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd19600 section.

            delete pd19600

       exit.
