      *>=================================================================================
       9000-Open_Akeru-i-pd18900 section.
           string lnk-DataPath delimited   by "  " "\EFD189.DAT" into wid-pd18900

           open input pd18900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD189.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18900 section.
           string lnk-DataPath delimited   by "  " "\EFD189.DAT" into wid-pd18900

           open output pd18900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD189.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18900 section.
           string lnk-DataPath delimited   by "  " "\EFD189.DAT" into wid-pd18900

           open i-o pd18900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD189.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18900-grt section.

            start pd18900 key is greater f18900-chave

       exit.

      *>=================================================================================
       9000-str-pd18900-ngrt section.

            start pd18900 key is not greater f18900-chave

       exit.

      *>=================================================================================
       9000-str-pd18900-nlss section.

            start pd18900 key is not less f18900-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18900-ran section.

            read pd18900

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18900-nex section.

            read pd18900 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18900-pre section.

            read pd18900 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18900 section.

            write f18900-Escalonamento_Aprovacao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18900 section.

            rewrite f18900-Escalonamento_Aprovacao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18900 section.

            delete pd18900

       exit.
