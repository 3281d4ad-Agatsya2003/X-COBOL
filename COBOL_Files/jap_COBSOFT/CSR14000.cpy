      *>=================================================================================
       9000-Open_Akeru-i-pd14000 section.
           string lnk-DataPath delimited   by "  " "\EFD140.DAT" into wid-pd14000

           open input pd14000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD140.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14000 section.
           string lnk-DataPath delimited   by "  " "\EFD140.DAT" into wid-pd14000

           open output pd14000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD140.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14000 section.
           string lnk-DataPath delimited   by "  " "\EFD140.DAT" into wid-pd14000

           open i-o pd14000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD140.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14000-grt section.

            start pd14000 key is greater f14000-chave

       exit.

      *>=================================================================================
       9000-str-pd14000-ngrt section.

            start pd14000 key is not greater f14000-chave

       exit.

      *>=================================================================================
       9000-str-pd14000-nlss section.

            start pd14000 key is not less f14000-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14000-ran section.

            read pd14000

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14000-nex section.

            read pd14000 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14000-pre section.

            read pd14000 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14000 section.

            write f14000-Centro_Custo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14000 section.

            rewrite f14000-Centro_Custo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14000 section.

            delete pd14000

       exit.
