      *>=================================================================================
       9000-Open_Akeru-i-pd13400 section.
           string lnk-DataPath delimited   by "  " "\EFD134.DAT" into wid-pd13400

           open input pd13400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD134.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13400 section.
           string lnk-DataPath delimited   by "  " "\EFD134.DAT" into wid-pd13400

           open output pd13400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD134.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13400 section.
           string lnk-DataPath delimited   by "  " "\EFD134.DAT" into wid-pd13400

           open i-o pd13400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD134.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13400-grt section.

            start pd13400 key is greater f13400-chave

       exit.

      *>=================================================================================
       9000-str-pd13400-ngrt section.

            start pd13400 key is not greater f13400-chave

       exit.

      *>=================================================================================
       9000-str-pd13400-nlss section.

            start pd13400 key is not less f13400-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13400-ran section.

            read pd13400

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13400-nex section.

            read pd13400 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13400-pre section.

            read pd13400 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13400 section.

            write f13400-Item_Entrega_Futura

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13400 section.

            rewrite f13400-Item_Entrega_Futura

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13400 section.

            delete pd13400

       exit.
