      *>=================================================================================
       9000-Open_Akeru-i-pd15000 section.
           string lnk-DataPath delimited   by "  " "\EFD150.DAT" into wid-pd15000

           open input pd15000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD150.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15000 section.
           string lnk-DataPath delimited   by "  " "\EFD150.DAT" into wid-pd15000

           open output pd15000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD150.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15000 section.
           string lnk-DataPath delimited   by "  " "\EFD150.DAT" into wid-pd15000

           open i-o pd15000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD150.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15000-grt section.

            start pd15000 key is greater f15000-chave

       exit.

      *>=================================================================================
       9000-str-pd15000-ngrt section.

            start pd15000 key is not greater f15000-chave

       exit.

      *>=================================================================================
       9000-str-pd15000-nlss section.

            start pd15000 key is not less f15000-chave

       exit.

      *>=================================================================================
       9000-str-pd15000-grt-1 section.

            start pd15000 key is greater f15000-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15000-ngrt-1 section.

            start pd15000 key is not greater f15000-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15000-nlss-1 section.

            start pd15000 key is not less f15000-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15000-ran section.

            read pd15000

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15000-ran-1 section.

            read pd15000 key is f15000-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15000-nex section.

            read pd15000 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15000-pre section.

            read pd15000 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15000 section.

            write f15000-Cheque_Custodia

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15000 section.

            rewrite f15000-Cheque_Custodia

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15000 section.

            delete pd15000

       exit.
