      *>=================================================================================
       9000-Open_Akeru-i-pd12700 section.
           string lnk-DataPath delimited   by "  " "\EFD127.DAT" into wid-pd12700

           open input pd12700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD127.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd12700 section.
           string lnk-DataPath delimited   by "  " "\EFD127.DAT" into wid-pd12700

           open output pd12700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD127.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd12700 section.
           string lnk-DataPath delimited   by "  " "\EFD127.DAT" into wid-pd12700

           open i-o pd12700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD127.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd12700-grt section.

            start pd12700 key is greater f12700-chave

       exit.

      *>=================================================================================
       9000-str-pd12700-ngrt section.

            start pd12700 key is not greater f12700-chave

       exit.

      *>=================================================================================
       9000-str-pd12700-nlss section.

            start pd12700 key is not less f12700-chave

       exit.

      *>=================================================================================
       9000-str-pd12700-grt-1 section.

            start pd12700 key is greater f12700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12700-ngrt-1 section.

            start pd12700 key is not greater f12700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12700-nlss-1 section.

            start pd12700 key is not less f12700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12700-ran section.

            read pd12700

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12700-ran-1 section.

            read pd12700 key is f12700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12700-nex section.

            read pd12700 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12700-pre section.

            read pd12700 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd12700 section.

            write f12700-Ativo_Imobilizado

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd12700 section.

            rewrite f12700-Ativo_Imobilizado

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd12700 section.

            delete pd12700

       exit.
