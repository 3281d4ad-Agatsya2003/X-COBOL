      *>=================================================================================
       9000-Open_Akeru-i-pd13700 section.
           string lnk-DataPath delimited   by "  " "\EFD137.DAT" into wid-pd13700

           open input pd13700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD137.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13700 section.
           string lnk-DataPath delimited   by "  " "\EFD137.DAT" into wid-pd13700

           open output pd13700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD137.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13700 section.
           string lnk-DataPath delimited   by "  " "\EFD137.DAT" into wid-pd13700

           open i-o pd13700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD137.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13700-grt section.

            start pd13700 key is greater f13700-chave

       exit.

      *>=================================================================================
       9000-str-pd13700-ngrt section.

            start pd13700 key is not greater f13700-chave

       exit.

      *>=================================================================================
       9000-str-pd13700-nlss section.

            start pd13700 key is not less f13700-chave

       exit.

      *>=================================================================================
       9000-str-pd13700-grt-1 section.

            start pd13700 key is greater f13700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13700-ngrt-1 section.

            start pd13700 key is not greater f13700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13700-nlss-1 section.

            start pd13700 key is not less f13700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13700-ran section.

            read pd13700

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13700-ran-1 section.

            read pd13700 key is f13700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13700-nex section.

            read pd13700 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13700-pre section.

            read pd13700 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13700 section.

            write f13700-Plano_Contas

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13700 section.

            rewrite f13700-Plano_Contas

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13700 section.

            delete pd13700

       exit.
