      *>=================================================================================
       9000-Open_Akeru-i-pd18800 section.
           string lnk-DataPath delimited   by "  " "\EFD188.DAT" into wid-pd18800

           open input pd18800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD188.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18800 section.
           string lnk-DataPath delimited   by "  " "\EFD188.DAT" into wid-pd18800

           open output pd18800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD188.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18800 section.
           string lnk-DataPath delimited   by "  " "\EFD188.DAT" into wid-pd18800

           open i-o pd18800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD188.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18800-grt section.

            start pd18800 key is greater f18800-chave

       exit.

      *>=================================================================================
       9000-str-pd18800-ngrt section.

            start pd18800 key is not greater f18800-chave

       exit.

      *>=================================================================================
       9000-str-pd18800-nlss section.

            start pd18800 key is not less f18800-chave

       exit.

      *>=================================================================================
       9000-str-pd18800-grt-1 section.

            start pd18800 key is greater f18800-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18800-ngrt-1 section.

            start pd18800 key is not greater f18800-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18800-nlss-1 section.

            start pd18800 key is not less f18800-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18800-ran section.

            read pd18800

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18800-ran-1 section.

            read pd18800 key is f18800-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18800-nex section.

            read pd18800 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18800-pre section.

            read pd18800 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18800 section.

            write f18800-Liberacao_Margem

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18800 section.

            rewrite f18800-Liberacao_Margem

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18800 section.

            delete pd18800

       exit.
