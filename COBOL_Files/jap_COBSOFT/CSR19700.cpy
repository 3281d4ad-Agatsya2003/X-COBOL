      *>=================================================================================
       9000-Open_Akeru-i-pd19700 section.
           string lnk-DataPath delimited   by "  " "\EFD197.DAT" into wid-pd19700

           open input pd19700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD197.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd19700 section.
           string lnk-DataPath delimited   by "  " "\EFD197.DAT" into wid-pd19700

           open output pd19700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD197.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd19700 section.
           string lnk-DataPath delimited   by "  " "\EFD197.DAT" into wid-pd19700

           open i-o pd19700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD197.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19700-grt section.

            start pd19700 key is greater f19700-chave

       exit.

      *>=================================================================================
       9000-str-pd19700-ngrt section.

            start pd19700 key is not greater f19700-chave

       exit.

      *>=================================================================================
       9000-str-pd19700-nlss section.

            start pd19700 key is not less f19700-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19700-ran section.

            read pd19700

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19700-nex section.

            read pd19700 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19700-pre section.

            read pd19700 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd19700 section.

            write f19700-Implantacao_Saldo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd19700 section.

            rewrite f19700-Implantacao_Saldo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd19700 section.

            delete pd19700

       exit.
