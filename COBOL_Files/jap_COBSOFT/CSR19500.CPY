      *>=================================================================================
       9000-Open_Akeru-i-pd19500 section.
           string lnk-DataPath delimited   by "  " "\EFD195.DAT" into wid-pd19500

           open input pd19500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD195.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd19500 section.
           string lnk-DataPath delimited   by "  " "\EFD195.DAT" into wid-pd19500

           open output pd19500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD195.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd19500 section.
           string lnk-DataPath delimited   by "  " "\EFD195.DAT" into wid-pd19500

           open i-o pd19500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD195.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19500-grt section.

            start pd19500 key is greater f19500-chave

       exit.

      *>=================================================================================
       9000-str-pd19500-ngrt section.

            start pd19500 key is not greater f19500-chave

       exit.

      *>=================================================================================
       9000-str-pd19500-nlss section.

            start pd19500 key is not less f19500-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19500-ran section.

            read pd19500

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19500-nex section.

            read pd19500 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19500-pre section.

            read pd19500 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd19500 section.

            write f19500-Produto_Canal

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd19500 section.

            rewrite f19500-Produto_Canal

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd19500 section.

            delete pd19500

       exit.
