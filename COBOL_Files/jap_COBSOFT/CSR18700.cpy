      *>=================================================================================
       9000-Open_Akeru-i-pd18700 section.
           string lnk-DataPath delimited   by "  " "\EFD187.DAT" into wid-pd18700

           open input pd18700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD187.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18700 section.
           string lnk-DataPath delimited   by "  " "\EFD187.DAT" into wid-pd18700

           open output pd18700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD187.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18700 section.
           string lnk-DataPath delimited   by "  " "\EFD187.DAT" into wid-pd18700

           open i-o pd18700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD187.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18700-grt section.

            start pd18700 key is greater f18700-chave

       exit.

      *>=================================================================================
       9000-str-pd18700-ngrt section.

            start pd18700 key is not greater f18700-chave

       exit.

      *>=================================================================================
       9000-str-pd18700-nlss section.

            start pd18700 key is not less f18700-chave

       exit.

      *>=================================================================================
       9000-str-pd18700-grt-1 section.

            start pd18700 key is greater f18700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18700-ngrt-1 section.

            start pd18700 key is not greater f18700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18700-nlss-1 section.

            start pd18700 key is not less f18700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18700-ran section.

            read pd18700

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18700-ran-1 section.

            read pd18700 key is f18700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18700-nex section.

            read pd18700 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18700-pre section.

            read pd18700 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18700 section.

            write f18700-Excecao_SoD

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18700 section.

            rewrite f18700-Excecao_SoD

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18700 section.

            delete pd18700

       exit.
