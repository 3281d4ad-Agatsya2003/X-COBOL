      *>=================================================================================
       9000-Open_Akeru-i-pd14700 section.
           string lnk-DataPath delimited   by "  " "\EFD147.DAT" into wid-pd14700

           open input pd14700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD147.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14700 section.
           string lnk-DataPath delimited   by "  " "\EFD147.DAT" into wid-pd14700

           open output pd14700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD147.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14700 section.
           string lnk-DataPath delimited   by "  " "\EFD147.DAT" into wid-pd14700

           open i-o pd14700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD147.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14700-grt section.

            start pd14700 key is greater f14700-chave

       exit.

      *>=================================================================================
       9000-str-pd14700-ngrt section.

            start pd14700 key is not greater f14700-chave

       exit.

      *>=================================================================================
       9000-str-pd14700-nlss section.

            start pd14700 key is not less f14700-chave

       exit.

      *>=================================================================================
       9000-str-pd14700-grt-1 section.

            start pd14700 key is greater f14700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd14700-ngrt-1 section.

            start pd14700 key is not greater f14700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd14700-nlss-1 section.

            start pd14700 key is not less f14700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14700-ran section.

            read pd14700

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14700-ran-1 section.

            read pd14700 key is f14700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14700-nex section.

            read pd14700 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14700-pre section.

            read pd14700 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14700 section.

            write f14700-Boleto_DDA

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14700 section.

            rewrite f14700-Boleto_DDA

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14700 section.

            delete pd14700

       exit.
