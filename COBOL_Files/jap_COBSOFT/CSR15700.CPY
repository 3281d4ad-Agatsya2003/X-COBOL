      *>=================================================================================
       9000-Open_Akeru-i-pd15700 section.
           string lnk-DataPath delimited   by "  " "\EFD157.DAT" into wid-pd15700

           open input pd15700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD157.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15700 section.
           string lnk-DataPath delimited   by "  " "\EFD157.DAT" into wid-pd15700

           open output pd15700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD157.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15700 section.
           string lnk-DataPath delimited   by "  " "\EFD157.DAT" into wid-pd15700

           open i-o pd15700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD157.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15700-grt section.

            start pd15700 key is greater f15700-chave

       exit.

      *>=================================================================================
       9000-str-pd15700-ngrt section.

            start pd15700 key is not greater f15700-chave

       exit.

      *>=================================================================================
       9000-str-pd15700-nlss section.

            start pd15700 key is not less f15700-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15700-ran section.

            read pd15700

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15700-nex section.

            read pd15700 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15700-pre section.

            read pd15700 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15700 section.

            write f15700-Item_Cotacao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15700 section.

            rewrite f15700-Item_Cotacao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15700 section.

            delete pd15700

       exit.
