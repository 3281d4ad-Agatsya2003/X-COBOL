      *>=================================================================================
       9000-Open_Akeru-i-pd19300 section.
           string lnk-DataPath delimited   by "  " "\EFD193.DAT" into wid-pd19300

           open input pd19300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD193.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd19300 section.
           string lnk-DataPath delimited   by "  " "\EFD193.DAT" into wid-pd19300

           open output pd19300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD193.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd19300 section.
           string lnk-DataPath delimited   by "  " "\EFD193.DAT" into wid-pd19300

           open i-o pd19300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD193.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19300-grt section.

            start pd19300 key is greater f19300-chave

       exit.

      *>=================================================================================
       9000-str-pd19300-ngrt section.

            start pd19300 key is not greater f19300-chave

       exit.

      *>=================================================================================
       9000-str-pd19300-nlss section.

            start pd19300 key is not less f19300-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19300-ran section.

            read pd19300

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19300-nex section.

            read pd19300 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19300-pre section.

            read pd19300 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd19300 section.

            write f19300-Controle_Extracao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd19300 section.

            rewrite f19300-Controle_Extracao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd19300 section.

            delete pd19300

       exit.
