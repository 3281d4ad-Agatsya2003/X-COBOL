      *>=================================================================================
       9000-Open_Akeru-i-pd16600 section.
           string lnk-DataPath delimited   by "  " "\EFD166.DAT" into wid-pd16600

           open input pd16600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD166.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16600 section.
           string lnk-DataPath delimited   by "  " "\EFD166.DAT" into wid-pd16600

           open output pd16600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD166.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16600 section.
           string lnk-DataPath delimited   by "  " "\EFD166.DAT" into wid-pd16600

           open i-o pd16600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD166.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16600-grt section.

            start pd16600 key is greater f16600-chave

       exit.

      *>=================================================================================
       9000-str-pd16600-ngrt section.

            start pd16600 key is not greater f16600-chave

       exit.

      *>=================================================================================
       9000-str-pd16600-nlss section.

            start pd16600 key is not less f16600-chave

       exit.

      *>=================================================================================
       9000-str-pd16600-grt-1 section.

            start pd16600 key is greater f16600-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16600-ngrt-1 section.

            start pd16600 key is not greater f16600-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16600-nlss-1 section.

            start pd16600 key is not less f16600-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16600-ran section.

            read pd16600

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16600-ran-1 section.

            read pd16600 key is f16600-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16600-nex section.

            read pd16600 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16600-pre section.

            read pd16600 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16600 section.

            write f16600-Roteiro_Producao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16600 section.

            rewrite f16600-Roteiro_Producao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16600 section.

            delete pd16600

       exit.
