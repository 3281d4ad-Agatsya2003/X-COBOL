      *>=================================================================================
       9000-Open_Akeru-i-pd15900 section.
           string lnk-DataPath delimited   by "  " "\EFD159.DAT" into wid-pd15900

           open input pd15900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD159.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15900 section.
           string lnk-DataPath delimited   by "  " "\EFD159.DAT" into wid-pd15900

           open output pd15900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD159.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15900 section.
           string lnk-DataPath delimited   by "  " "\EFD159.DAT" into wid-pd15900

           open i-o pd15900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD159.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15900-grt section.

            start pd15900 key is greater f15900-chave

       exit.

      *>=================================================================================
       9000-str-pd15900-ngrt section.

            start pd15900 key is not greater f15900-chave

       exit.

      *>=================================================================================
       9000-str-pd15900-nlss section.

            start pd15900 key is not less f15900-chave

       exit.

      *>=================================================================================
       9000-str-pd15900-grt-1 section.

            start pd15900 key is greater f15900-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15900-ngrt-1 section.

            start pd15900 key is not greater f15900-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15900-nlss-1 section.

            start pd15900 key is not less f15900-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15900-ran section.

            read pd15900

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15900-ran-1 section.

            read pd15900 key is f15900-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15900-nex section.

            read pd15900 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15900-pre section.

            read pd15900 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15900 section.

            write f15900-Avaliacao_Fornecedor

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15900 section.

            rewrite f15900-Avaliacao_Fornecedor

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15900 section.

            delete pd15900

       exit.
