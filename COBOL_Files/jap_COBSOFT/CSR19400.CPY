      *>=================================================================================
       9000-Open_Akeru-i-pd19400 section.
           string lnk-DataPath delimited   by "  " "\EFD194.DAT" into wid-pd19400

           open input pd19400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD194.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd19400 section.
           string lnk-DataPath delimited   by "  " "\EFD194.DAT" into wid-pd19400

           open output pd19400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD194.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd19400 section.
           string lnk-DataPath delimited   by "  " "\EFD194.DAT" into wid-pd19400

           open i-o pd19400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD194.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19400-grt section.

            start pd19400 key is greater f19400-chave

       exit.

      *>=================================================================================
       9000-str-pd19400-ngrt section.

            start pd19400 key is not greater f19400-chave

       exit.

      *>=================================================================================
       9000-str-pd19400-nlss section.

            start pd19400 key is not less f19400-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19400-ran section.

            read pd19400

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19400-nex section.

            read pd19400 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19400-pre section.

            read pd19400 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd19400 section.

            write f19400-Canal_Venda

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd19400 section.

            rewrite f19400-Canal_Venda

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd19400 section.

            delete pd19400

       exit.
