      *>=================================================================================
       9000-Open_Akeru-i-pd19000 section.
           string lnk-DataPath delimited   by "  " "\EFD190.DAT" into wid-pd19000

           open input pd19000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD190.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd19000 section.
           string lnk-DataPath delimited   by "  " "\EFD190.DAT" into wid-pd19000

           open output pd19000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD190.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd19000 section.
           string lnk-DataPath delimited   by "  " "\EFD190.DAT" into wid-pd19000

           open i-o pd19000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD190.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19000-grt section.

            start pd19000 key is greater f19000-chave

       exit.

      *>=================================================================================
       9000-str-pd19000-ngrt section.

            start pd19000 key is not greater f19000-chave

       exit.

      *>=================================================================================
       9000-str-pd19000-nlss section.

            start pd19000 key is not less f19000-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19000-ran section.

            read pd19000

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19000-nex section.

            read pd19000 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19000-pre section.

            read pd19000 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd19000 section.

            write f19000-Aviso_Escalonamento

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd19000 section.

            rewrite f19000-Aviso_Escalonamento

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd19000 section.

            delete pd19000

       exit.
