      *>=================================================================================
       9000-Open_Akeru-i-pd13500 section.
           string lnk-DataPath delimited   by "  " "\EFD135.DAT" into wid-pd13500

           open input pd13500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD135.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13500 section.
           string lnk-DataPath delimited   by "  " "\EFD135.DAT" into wid-pd13500

           open output pd13500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD135.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13500 section.
           string lnk-DataPath delimited   by "  " "\EFD135.DAT" into wid-pd13500

           open i-o pd13500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD135.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13500-grt section.

            start pd13500 key is greater f13500-chave

       exit.

      *>=================================================================================
       9000-str-pd13500-ngrt section.

            start pd13500 key is not greater f13500-chave

       exit.

      *>=================================================================================
       9000-str-pd13500-nlss section.

            start pd13500 key is not less f13500-chave

       exit.

      *>=================================================================================
       9000-str-pd13500-grt-1 section.

            start pd13500 key is greater f13500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13500-ngrt-1 section.

            start pd13500 key is not greater f13500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13500-nlss-1 section.

            start pd13500 key is not less f13500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13500-ran section.

            read pd13500

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13500-ran-1 section.

            read pd13500 key is f13500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13500-nex section.

            read pd13500 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13500-pre section.

            read pd13500 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13500 section.

            write f13500-Espelho_Intercompany

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13500 section.

            rewrite f13500-Espelho_Intercompany

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13500 section.

            delete pd13500

       exit.
