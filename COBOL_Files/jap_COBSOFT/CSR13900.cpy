      *>=================================================================================
       9000-Open_Akeru-i-pd13900 section.
           string lnk-DataPath delimited   by "  " "\EFD139.DAT" into wid-pd13900

           open input pd13900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD139.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13900 section.
           string lnk-DataPath delimited   by "  " "\EFD139.DAT" into wid-pd13900

           open output pd13900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD139.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13900 section.
           string lnk-DataPath delimited   by "  " "\EFD139.DAT" into wid-pd13900

           open i-o pd13900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD139.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13900-grt section.

            start pd13900 key is greater f13900-chave

       exit.

      *>=================================================================================
       9000-str-pd13900-ngrt section.

            start pd13900 key is not greater f13900-chave

       exit.

      *>=================================================================================
       9000-str-pd13900-nlss section.

            start pd13900 key is not less f13900-chave

       exit.

      *>=================================================================================
       9000-str-pd13900-grt-1 section.

            start pd13900 key is greater f13900-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13900-ngrt-1 section.

            start pd13900 key is not greater f13900-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13900-nlss-1 section.

            start pd13900 key is not less f13900-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13900-ran section.

            read pd13900

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13900-ran-1 section.

            read pd13900 key is f13900-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13900-nex section.

            read pd13900 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13900-pre section.

            read pd13900 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13900 section.

            write f13900-Rateio_Centro_Custo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13900 section.

            rewrite f13900-Rateio_Centro_Custo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13900 section.

            delete pd13900

       exit.
