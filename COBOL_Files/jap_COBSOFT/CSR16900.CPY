      *>=================================================================================
       9000-Open_Akeru-i-pd16900 section.
           string lnk-DataPath delimited   by "  " "\EFD169.DAT" into wid-pd16900

           open input pd16900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD169.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16900 section.
           string lnk-DataPath delimited   by "  " "\EFD169.DAT" into wid-pd16900

           open output pd16900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD169.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16900 section.
           string lnk-DataPath delimited   by "  " "\EFD169.DAT" into wid-pd16900

           open i-o pd16900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD169.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16900-grt section.

            start pd16900 key is greater f16900-chave

       exit.

      *>=================================================================================
       9000-str-pd16900-ngrt section.

            start pd16900 key is not greater f16900-chave

       exit.

      *>=================================================================================
       9000-str-pd16900-nlss section.

            start pd16900 key is not less f16900-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16900-ran section.

            read pd16900

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16900-nex section.

            read pd16900 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16900-pre section.

            read pd16900 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16900 section.

            write f16900-Motivo_Refugo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16900 section.

            rewrite f16900-Motivo_Refugo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16900 section.

            delete pd16900

       exit.
