      *>=================================================================================
       9000-Open_Akeru-i-pd14500 section.
           string lnk-DataPath delimited   by "  " "\EFD145.DAT" into wid-pd14500

           open input pd14500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD145.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14500 section.
           string lnk-DataPath delimited   by "  " "\EFD145.DAT" into wid-pd14500

           open output pd14500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD145.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14500 section.
           string lnk-DataPath delimited   by "  " "\EFD145.DAT" into wid-pd14500

           open i-o pd14500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD145.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14500-grt section.

            start pd14500 key is greater f14500-chave

       exit.

      *>=================================================================================
       9000-str-pd14500-ngrt section.

            start pd14500 key is not greater f14500-chave

       exit.

      *>=================================================================================
       9000-str-pd14500-nlss section.

            start pd14500 key is not less f14500-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14500-ran section.

            read pd14500

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14500-nex section.

            read pd14500 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14500-pre section.

            read pd14500 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14500 section.

            write f14500-Regra_Retencao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14500 section.

            rewrite f14500-Regra_Retencao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14500 section.

            delete pd14500

       exit.
