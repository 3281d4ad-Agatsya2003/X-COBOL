      *>=================================================================================
       9000-Open_Akeru-i-pd14800 section.
           string lnk-DataPath delimited   by "  " "\EFD148.DAT" into wid-pd14800

           open input pd14800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD148.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14800 section.
           string lnk-DataPath delimited   by "  " "\EFD148.DAT" into wid-pd14800

           open output pd14800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD148.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14800 section.
           string lnk-DataPath delimited   by "  " "\EFD148.DAT" into wid-pd14800

           open i-o pd14800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD148.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14800-grt section.

            start pd14800 key is greater f14800-chave

       exit.

      *>=================================================================================
       9000-str-pd14800-ngrt section.

            start pd14800 key is not greater f14800-chave

       exit.

      *>=================================================================================
       9000-str-pd14800-nlss section.

            start pd14800 key is not less f14800-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14800-ran section.

            read pd14800

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14800-nex section.

            read pd14800 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14800-pre section.

            read pd14800 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14800 section.

            write f14800-Bordero_Desconto

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14800 section.

            rewrite f14800-Bordero_Desconto

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14800 section.

            delete pd14800

       exit.
