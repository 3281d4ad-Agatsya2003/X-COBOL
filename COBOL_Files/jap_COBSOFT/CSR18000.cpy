      *>=================================================================================
       9000-Open_Akeru-i-pd18000 section.
           string lnk-DataPath delimited   by "  " "\EFD180.DAT" into wid-pd18000

           open input pd18000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD180.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18000 section.
           string lnk-DataPath delimited   by "  " "\EFD180.DAT" into wid-pd18000

           open output pd18000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD180.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18000 section.
           string lnk-DataPath delimited   by "  " "\EFD180.DAT" into wid-pd18000

           open i-o pd18000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD180.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18000-grt section.

            start pd18000 key is greater f18000-chave

       exit.

      *>=================================================================================
       9000-str-pd18000-ngrt section.

            start pd18000 key is not greater f18000-chave

       exit.

      *>=================================================================================
       9000-str-pd18000-nlss section.

            start pd18000 key is not less f18000-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18000-ran section.

            read pd18000

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18000-nex section.

            read pd18000 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18000-pre section.

            read pd18000 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18000 section.

            write f18000-Movimento_Embalagem

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18000 section.

            rewrite f18000-Movimento_Embalagem

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18000 section.

            delete pd18000

       exit.
