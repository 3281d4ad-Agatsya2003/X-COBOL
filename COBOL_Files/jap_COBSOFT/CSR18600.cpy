      *>=================================================================================
       9000-Open_Akeru-i-pd18600 section.
           string lnk-DataPath delimited   by "  " "\EFD186.DAT" into wid-pd18600

           open input pd18600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD186.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18600 section.
           string lnk-DataPath delimited   by "  " "\EFD186.DAT" into wid-pd18600

           open output pd18600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD186.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18600 section.
           string lnk-DataPath delimited   by "  " "\EFD186.DAT" into wid-pd18600

           open i-o pd18600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD186.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18600-grt section.

            start pd18600 key is greater f18600-chave

       exit.

      *>=================================================================================
       9000-str-pd18600-ngrt section.

            start pd18600 key is not greater f18600-chave

       exit.

      *>=================================================================================
       9000-str-pd18600-nlss section.

            start pd18600 key is not less f18600-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18600-ran section.

            read pd18600

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18600-nex section.

            read pd18600 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18600-pre section.

            read pd18600 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18600 section.

            write f18600-Regra_SoD

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18600 section.

            rewrite f18600-Regra_SoD

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18600 section.

            delete pd18600

       exit.
