      *>=================================================================================
       9000-Open_Akeru-i-pd13300 section.
           string lnk-DataPath delimited   by "  " "\EFD133.DAT" into wid-pd13300

           open input pd13300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD133.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13300 section.
           string lnk-DataPath delimited   by "  " "\EFD133.DAT" into wid-pd13300

           open output pd13300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD133.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13300 section.
           string lnk-DataPath delimited   by "  " "\EFD133.DAT" into wid-pd13300

           open i-o pd13300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD133.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13300-grt section.

            start pd13300 key is greater f13300-chave

       exit.

      *>=================================================================================
       9000-str-pd13300-ngrt section.

            start pd13300 key is not greater f13300-chave

       exit.

      *>=================================================================================
       9000-str-pd13300-nlss section.

            start pd13300 key is not less f13300-chave

       exit.

      *>=================================================================================
       9000-str-pd13300-grt-1 section.

            start pd13300 key is greater f13300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13300-ngrt-1 section.

            start pd13300 key is not greater f13300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13300-nlss-1 section.

            start pd13300 key is not less f13300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13300-ran section.

            read pd13300

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13300-ran-1 section.

            read pd13300 key is f13300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13300-nex section.

            read pd13300 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13300-pre section.

            read pd13300 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13300 section.

            write f13300-Contrato_Entrega_Futura

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13300 section.

            rewrite f13300-Contrato_Entrega_Futura

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13300 section.

            delete pd13300

       exit.
