      *>=================================================================================
       9000-Open_Akeru-i-pd16500 section.
           string lnk-DataPath delimited   by "  " "\EFD165.DAT" into wid-pd16500

           open input pd16500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD165.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16500 section.
           string lnk-DataPath delimited   by "  " "\EFD165.DAT" into wid-pd16500

           open output pd16500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD165.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16500 section.
           string lnk-DataPath delimited   by "  " "\EFD165.DAT" into wid-pd16500

           open i-o pd16500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD165.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16500-grt section.

            start pd16500 key is greater f16500-chave

       exit.

      *>=================================================================================
       9000-str-pd16500-ngrt section.

            start pd16500 key is not greater f16500-chave

       exit.

      *>=================================================================================
       9000-str-pd16500-nlss section.

            start pd16500 key is not less f16500-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16500-ran section.

            read pd16500

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16500-nex section.

            read pd16500 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16500-pre section.

            read pd16500 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16500 section.

            write f16500-Centro_Trabalho

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16500 section.

            rewrite f16500-Centro_Trabalho

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16500 section.

            delete pd16500

       exit.
