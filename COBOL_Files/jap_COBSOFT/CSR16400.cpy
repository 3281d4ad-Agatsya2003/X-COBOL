      *>=================================================================================
       9000-Open_Akeru-i-pd16400 section.
           string lnk-DataPath delimited   by "  " "\EFD164.DAT" into wid-pd16400

           open input pd16400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD164.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16400 section.
           string lnk-DataPath delimited   by "  " "\EFD164.DAT" into wid-pd16400

           open output pd16400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD164.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16400 section.
           string lnk-DataPath delimited   by "  " "\EFD164.DAT" into wid-pd16400

           open i-o pd16400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD164.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16400-grt section.

            start pd16400 key is greater f16400-chave

       exit.

      *>=================================================================================
       9000-str-pd16400-ngrt section.

            start pd16400 key is not greater f16400-chave

       exit.

      *>=================================================================================
       9000-str-pd16400-nlss section.

            start pd16400 key is not less f16400-chave

       exit.

      *>=================================================================================
       9000-str-pd16400-grt-1 section.

            start pd16400 key is greater f16400-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16400-ngrt-1 section.

            start pd16400 key is not greater f16400-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16400-nlss-1 section.

            start pd16400 key is not less f16400-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16400-ran section.

            read pd16400

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16400-ran-1 section.

            read pd16400 key is f16400-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16400-nex section.

            read pd16400 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16400-pre section.

            read pd16400 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16400 section.

            write f16400-Remessa_Industrializacao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16400 section.

            rewrite f16400-Remessa_Industrializacao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16400 section.

            delete pd16400

       exit.
