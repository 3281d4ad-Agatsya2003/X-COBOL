      *>=================================================================================
       9000-Open_Akeru-i-pd12400 section.
           string lnk-DataPath delimited   by "  " "\EFD124.DAT" into wid-pd12400

           open input pd12400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD124.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd12400 section.
           string lnk-DataPath delimited   by "  " "\EFD124.DAT" into wid-pd12400

           open output pd12400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD124.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd12400 section.
           string lnk-DataPath delimited   by "  " "\EFD124.DAT" into wid-pd12400

           open i-o pd12400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD124.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd12400-grt section.

            start pd12400 key is greater f12400-chave

       exit.

      *>=================================================================================
       9000-str-pd12400-ngrt section.

            start pd12400 key is not greater f12400-chave

       exit.

      *>=================================================================================
       9000-str-pd12400-nlss section.

            start pd12400 key is not less f12400-chave

       exit.

      *>=================================================================================
       9000-str-pd12400-grt-1 section.

            start pd12400 key is greater f12400-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12400-ngrt-1 section.

            start pd12400 key is not greater f12400-chave-1

       exit.

      *>=================================================================================
       9000-str-pd12400-nlss-1 section.

            start pd12400 key is not less f12400-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12400-ran section.

            read pd12400

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12400-ran-1 section.

            read pd12400 key is f12400-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12400-nex section.

            read pd12400 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd12400-pre section.

            read pd12400 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd12400 section.

            write f12400-Conhecimento_Frete

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd12400 section.

            rewrite f12400-Conhecimento_Frete

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd12400 section.

            delete pd12400

       exit.
