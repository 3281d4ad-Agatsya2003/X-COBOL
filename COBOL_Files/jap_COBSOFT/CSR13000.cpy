      *>=================================================================================
       9000-Open_Akeru-i-pd13000 section.
           string lnk-DataPath delimited   by "  " "\EFD130.DAT" into wid-pd13000

           open input pd13000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD130.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13000 section.
           string lnk-DataPath delimited   by "  " "\EFD130.DAT" into wid-pd13000

           open output pd13000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD130.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13000 section.
           string lnk-DataPath delimited   by "  " "\EFD130.DAT" into wid-pd13000

           open i-o pd13000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD130.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13000-grt section.

            start pd13000 key is greater f13000-chave

       exit.

      *>=================================================================================
       9000-str-pd13000-ngrt section.

            start pd13000 key is not greater f13000-chave

       exit.

      *>=================================================================================
       9000-str-pd13000-nlss section.

            start pd13000 key is not less f13000-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13000-ran section.

            read pd13000

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13000-nex section.

            read pd13000 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13000-pre section.

            read pd13000 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13000 section.

            write f13000-Apuracao_Imposto

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13000 section.

            rewrite f13000-Apuracao_Imposto

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13000 section.

            delete pd13000

       exit.
