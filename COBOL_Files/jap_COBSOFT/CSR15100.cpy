      *>=================================================================================
       9000-Open_Akeru-i-pd15100 section.
           string lnk-DataPath delimited   by "  " "\EFD151.DAT" into wid-pd15100

           open input pd15100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD151.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15100 section.
           string lnk-DataPath delimited   by "  " "\EFD151.DAT" into wid-pd15100

           open output pd15100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD151.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15100 section.
           string lnk-DataPath delimited   by "  " "\EFD151.DAT" into wid-pd15100

           open i-o pd15100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD151.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15100-grt section.

            start pd15100 key is greater f15100-chave

       exit.

      *>=================================================================================
       9000-str-pd15100-ngrt section.

            start pd15100 key is not greater f15100-chave

       exit.

      *>=================================================================================
       9000-str-pd15100-nlss section.

            start pd15100 key is not less f15100-chave

       exit.

      *>=================================================================================
       9000-str-pd15100-grt-1 section.

            start pd15100 key is greater f15100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15100-ngrt-1 section.

            start pd15100 key is not greater f15100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15100-nlss-1 section.

            start pd15100 key is not less f15100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15100-ran section.

            read pd15100

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15100-ran-1 section.

            read pd15100 key is f15100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15100-nex section.

            read pd15100 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15100-pre section.

            read pd15100 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15100 section.

            write f15100-Cheque_Parcela

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15100 section.

            rewrite f15100-Cheque_Parcela

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15100 section.

            delete pd15100

       exit.
