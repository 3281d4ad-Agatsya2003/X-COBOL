      *>=================================================================================
       9000-Open_Akeru-i-pd15800 section.
           string lnk-DataPath delimited   by "  " "\EFD158.DAT" into wid-pd15800

           open input pd15800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD158.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15800 section.
           string lnk-DataPath delimited   by "  " "\EFD158.DAT" into wid-pd15800

           open output pd15800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD158.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15800 section.
           string lnk-DataPath delimited   by "  " "\EFD158.DAT" into wid-pd15800

           open i-o pd15800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD158.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15800-grt section.

            start pd15800 key is greater f15800-chave

       exit.

      *>=================================================================================
       9000-str-pd15800-ngrt section.

            start pd15800 key is not greater f15800-chave

       exit.

      *>=================================================================================
       9000-str-pd15800-nlss section.

            start pd15800 key is not less f15800-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15800-ran section.

            read pd15800

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15800-nex section.

            read pd15800 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15800-pre section.

            read pd15800 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15800 section.

            write f15800-Resposta_Cotacao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15800 section.

            rewrite f15800-Resposta_Cotacao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15800 section.

            delete pd15800

       exit.
