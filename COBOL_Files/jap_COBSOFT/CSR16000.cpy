      *>=================================================================================
       9000-Open_Akeru-i-pd16000 section.
           string lnk-DataPath delimited   by "  " "\EFD160.DAT" into wid-pd16000

           open input pd16000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD160.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16000 section.
           string lnk-DataPath delimited   by "  " "\EFD160.DAT" into wid-pd16000

           open output pd16000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD160.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16000 section.
           string lnk-DataPath delimited   by "  " "\EFD160.DAT" into wid-pd16000

           open i-o pd16000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD160.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16000-grt section.

            start pd16000 key is greater f16000-chave

       exit.

      *>=================================================================================
       9000-str-pd16000-ngrt section.

            start pd16000 key is not greater f16000-chave

       exit.

      *>=================================================================================
       9000-str-pd16000-nlss section.

            start pd16000 key is not less f16000-chave

       exit.

      *>=================================================================================
       9000-str-pd16000-grt-1 section.

            start pd16000 key is greater f16000-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16000-ngrt-1 section.

            start pd16000 key is not greater f16000-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16000-nlss-1 section.

            start pd16000 key is not less f16000-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16000-ran section.

            read pd16000

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16000-ran-1 section.

            read pd16000 key is f16000-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16000-nex section.

            read pd16000 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16000-pre section.

            read pd16000 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16000 section.

            write f16000-Devolucao_Compra

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16000 section.

            rewrite f16000-Devolucao_Compra

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16000 section.

            delete pd16000

       exit.
