      *>=================================================================================
       9000-Open_Akeru-i-pd12800 section.
           string lnk-DataPath delimited   by "  " "\EFD128.DAT" into wid-pd12800

           open input pd12800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD128.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd12800 section.
           string lnk-DataPath delimited   by "  " "\EFD128.DAT" into wid-pd12800

           open output pd12800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD128.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd12800 section.
           string lnk-DataPath delimited   by "  " "\EFD128.DAT" into wid-pd12800

           open i-o pd12800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD128.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd12800-grt section.

            start pd12800 key is greater f12800-chave

       exit.

      *>=================================================================================
       9000-str-pd12800-ngrt section.

            start pd12800 key is not greater f12800-chave

       exit.

      *>=================================================================================
       9000-str-pd12800-nlss section.

            start pd12800 key is not less f12800-chave

       exit.

      *>=================================================================================
       9000-str-pd12800-grt-1 section.

            start pd12800 key is greater f12800-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12800-ngrt-1 section.

            start pd12800 key is not greater f12800-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12800-nlss-1 section.

            start pd12800 key is not less f12800-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12800-ran section.

            read pd12800

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12800-ran-1 section.

            read pd12800 key is f12800-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12800-nex section.

            read pd12800 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12800-pre section.

            read pd12800 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd12800 section.

            write f12800-Movimento_Ativo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd12800 section.

            rewrite f12800-Movimento_Ativo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd12800 section.

            delete pd12800

       exit.
