      *>=================================================================================
       9000-Open_Akeru-i-pd15200 section.
           string lnk-DataPath delimited   by "  " "\EFD152.DAT" into wid-pd15200

           open input pd15200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD152.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15200 section.
           string lnk-DataPath delimited   by "  " "\EFD152.DAT" into wid-pd15200

           open output pd15200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD152.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15200 section.
           string lnk-DataPath delimited   by "  " "\EFD152.DAT" into wid-pd15200

           open i-o pd15200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD152.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15200-grt section.

            start pd15200 key is greater f15200-chave

       exit.

      *>=================================================================================
       9000-str-pd15200-ngrt section.

            start pd15200 key is not greater f15200-chave

       exit.

      *>=================================================================================
       9000-str-pd15200-nlss section.

            start pd15200 key is not less f15200-chave

       exit.

      *>=================================================================================
       9000-str-pd15200-grt-1 section.

            start pd15200 key is greater f15200-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15200-ngrt-1 section.

            start pd15200 key is not greater f15200-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15200-nlss-1 section.

            start pd15200 key is not less f15200-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15200-ran section.

            read pd15200

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15200-ran-1 section.

            read pd15200 key is f15200-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15200-nex section.

            read pd15200 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15200-pre section.

            read pd15200 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15200 section.

            write f15200-Contrato_Emprestimo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15200 section.

            rewrite f15200-Contrato_Emprestimo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15200 section.

            delete pd15200

       exit.
