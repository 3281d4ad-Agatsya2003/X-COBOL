      *>=================================================================================
       9000-Open_Akeru-i-pd13600 section.
           string lnk-DataPath delimited   by "  " "\EFD136.DAT" into wid-pd13600

           open input pd13600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD136.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13600 section.
           string lnk-DataPath delimited   by "  " "\EFD136.DAT" into wid-pd13600

           open output pd13600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD136.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13600 section.
           string lnk-DataPath delimited   by "  " "\EFD136.DAT" into wid-pd13600

           open i-o pd13600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD136.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13600-grt section.

            start pd13600 key is greater f13600-chave

       exit.

      *>=================================================================================
       9000-str-pd13600-ngrt section.

            start pd13600 key is not greater f13600-chave

       exit.

      *>=================================================================================
       9000-str-pd13600-nlss section.

            start pd13600 key is not less f13600-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13600-ran section.

            read pd13600

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13600-nex section.

            read pd13600 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13600-pre section.

            read pd13600 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13600 section.

            write f13600-Item_Espelho_Intercompany

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13600 section.

            rewrite f13600-Item_Espelho_Intercompany

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13600 section.

            delete pd13600

       exit.
