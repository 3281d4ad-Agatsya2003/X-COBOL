      *>=================================================================================
       9000-Open_Akeru-i-pd18300 section.
           string lnk-DataPath delimited   by "  " "\EFD183.DAT" into wid-pd18300

           open input pd18300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD183.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18300 section.
           string lnk-DataPath delimited   by "  " "\EFD183.DAT" into wid-pd18300

           open output pd18300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD183.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18300 section.
           string lnk-DataPath delimited   by "  " "\EFD183.DAT" into wid-pd18300

           open i-o pd18300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD183.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18300-grt section.

            start pd18300 key is greater f18300-chave

       exit.

      *>=================================================================================
       9000-str-pd18300-ngrt section.

            start pd18300 key is not greater f18300-chave

       exit.

      *>=================================================================================
       9000-str-pd18300-nlss section.

            start pd18300 key is not less f18300-chave

       exit.

      *>=================================================================================
       9000-str-pd18300-grt-1 section.

            start pd18300 key is greater f18300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18300-ngrt-1 section.

            start pd18300 key is not greater f18300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18300-nlss-1 section.

            start pd18300 key is not less f18300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18300-ran section.

            read pd18300

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18300-ran-1 section.

            read pd18300 key is f18300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18300-nex section.

            read pd18300 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18300-pre section.

            read pd18300 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18300 section.

            write f18300-Contato_Cobranca

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18300 section.

            rewrite f18300-Contato_Cobranca

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18300 section.

            delete pd18300

       exit.
