      *>=================================================================================
       9000-Open_Akeru-i-pd15600 section.
           string lnk-DataPath delimited   by "  " "\EFD156.DAT" into wid-pd15600

           open input pd15600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD156.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15600 section.
           string lnk-DataPath delimited   by "  " "\EFD156.DAT" into wid-pd15600

           open output pd15600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD156.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15600 section.
           string lnk-DataPath delimited   by "  " "\EFD156.DAT" into wid-pd15600

           open i-o pd15600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD156.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15600-grt section.

            start pd15600 key is greater f15600-chave

       exit.

      *>=================================================================================
       9000-str-pd15600-ngrt section.

            start pd15600 key is not greater f15600-chave

       exit.

      *>=================================================================================
       9000-str-pd15600-nlss section.

            start pd15600 key is not less f15600-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15600-ran section.

            read pd15600

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15600-nex section.

            read pd15600 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15600-pre section.

            read pd15600 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15600 section.

            write f15600-Cotacao_Compra

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15600 section.

            rewrite f15600-Cotacao_Compra

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15600 section.

            delete pd15600

       exit.
