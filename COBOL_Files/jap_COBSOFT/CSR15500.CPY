      *>=================================================================================
       9000-Open_Akeru-i-pd15500 section.
           string lnk-DataPath delimited   by "  " "\EFD155.DAT" into wid-pd15500

           open input pd15500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD155.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15500 section.
           string lnk-DataPath delimited   by "  " "\EFD155.DAT" into wid-pd15500

           open output pd15500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD155.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15500 section.
           string lnk-DataPath delimited   by "  " "\EFD155.DAT" into wid-pd15500

           open i-o pd15500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD155.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15500-grt section.

            start pd15500 key is greater f15500-chave

       exit.

      *>=================================================================================
       9000-str-pd15500-ngrt section.

            start pd15500 key is not greater f15500-chave

       exit.

      *>=================================================================================
       9000-str-pd15500-nlss section.

            start pd15500 key is not less f15500-chave

       exit.

      *>=================================================================================
       9000-str-pd15500-grt-1 section.

            start pd15500 key is greater f15500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15500-ngrt-1 section.

            start pd15500 key is not greater f15500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15500-nlss-1 section.

            start pd15500 key is not less f15500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15500-grt-2 section.

            start pd15500 key is greater f15500-chave-2

       exit.

      *>=================================================================================
       9000-str-pd15500-ngrt-2 section.

            start pd15500 key is not greater f15500-chave-2

       exit.

      *>=================================================================================
       9000-str-pd15500-nlss-2 section.

            start pd15500 key is not less f15500-chave-2

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15500-ran section.

            read pd15500

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15500-ran-1 section.

            read pd15500 key is f15500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15500-ran-2 section.

            read pd15500 key is f15500-chave-2

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15500-nex section.

            read pd15500 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15500-pre section.

            read pd15500 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15500 section.

            write f15500-Requisicao_Compra

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15500 section.

            rewrite f15500-Requisicao_Compra

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15500 section.

            delete pd15500

       exit.
