      *>=================================================================================
       9000-Open_Akeru-i-pd19100 section.
           string lnk-DataPath delimited   by "  " "\EFD191.DAT" into wid-pd19100

           open input pd19100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD191.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd19100 section.
           string lnk-DataPath delimited   by "  " "\EFD191.DAT" into wid-pd19100

           open output pd19100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD191.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd19100 section.
           string lnk-DataPath delimited   by "  " "\EFD191.DAT" into wid-pd19100

           open i-o pd19100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD191.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd19100-grt section.

            start pd19100 key is greater f19100-chave

       exit.

      *>=================================================================================
       9000-str-pd19100-ngrt section.

            start pd19100 key is not greater f19100-chave

       exit.

      *>=================================================================================
       9000-str-pd19100-nlss section.

            start pd19100 key is not less f19100-chave

       exit.

      *>=================================================================================
       9000-str-pd19100-grt-1 section.

            start pd19100 key is greater f19100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd19100-ngrt-1 section.

            start pd19100 key is not greater f19100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd19100-nlss-1 section.

            start pd19100 key is not less f19100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19100-ran section.

            read pd19100

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19100-ran-1 section.

            read pd19100 key is f19100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19100-nex section.

            read pd19100 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd19100-pre section.

            read pd19100 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd19100 section.

            write f19100-Assinatura_Relatorio

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd19100 section.

            rewrite f19100-Assinatura_Relatorio

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd19100 section.

            delete pd19100

       exit.
