      *>=================================================================================
       9000-Open_Akeru-i-pd18200 section.
           string lnk-DataPath delimited   by "  " "\EFD182.DAT" into wid-pd18200

           open input pd18200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD182.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18200 section.
           string lnk-DataPath delimited   by "  " "\EFD182.DAT" into wid-pd18200

           open output pd18200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD182.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18200 section.
           string lnk-DataPath delimited   by "  " "\EFD182.DAT" into wid-pd18200

           open i-o pd18200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD182.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18200-grt section.

            start pd18200 key is greater f18200-chave

       exit.

      *>=================================================================================
       9000-str-pd18200-ngrt section.

            start pd18200 key is not greater f18200-chave

       exit.

      *>=================================================================================
       9000-str-pd18200-nlss section.

            start pd18200 key is not less f18200-chave

       exit.

      *>=================================================================================
       9000-str-pd18200-grt-1 section.

            start pd18200 key is greater f18200-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18200-ngrt-1 section.

            start pd18200 key is not greater f18200-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18200-nlss-1 section.

            start pd18200 key is not less f18200-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18200-grt-2 section.

            start pd18200 key is greater f18200-chave-2

       exit.

      *>=================================================================================
       9000-str-pd18200-ngrt-2 section.

            start pd18200 key is not greater f18200-chave-2

       exit.

      *>=================================================================================
       9000-str-pd18200-nlss-2 section.

            start pd18200 key is not less f18200-chave-2

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18200-ran section.

            read pd18200

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18200-ran-1 section.

            read pd18200 key is f18200-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18200-ran-2 section.

            read pd18200 key is f18200-chave-2

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18200-nex section.

            read pd18200 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18200-pre section.

            read pd18200 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18200 section.

            write f18200-Pontos_Fidelidade

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18200 section.

            rewrite f18200-Pontos_Fidelidade

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18200 section.

            delete pd18200

       exit.
