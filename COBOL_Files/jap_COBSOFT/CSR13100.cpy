      *>=================================================================================
       9000-Open_Akeru-i-pd13100 section.
           string lnk-DataPath delimited   by "  " "\EFD131.DAT" into wid-pd13100

           open input pd13100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD131.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13100 section.
           string lnk-DataPath delimited   by "  " "\EFD131.DAT" into wid-pd13100

           open output pd13100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD131.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13100 section.
           string lnk-DataPath delimited   by "  " "\EFD131.DAT" into wid-pd13100

           open i-o pd13100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD131.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13100-grt section.

            start pd13100 key is greater f13100-chave

       exit.

      *>=================================================================================
       9000-str-pd13100-ngrt section.

            start pd13100 key is not greater f13100-chave

       exit.

      *>=================================================================================
       9000-str-pd13100-nlss section.

            start pd13100 key is not less f13100-chave

       exit.

      *>=================================================================================
       9000-str-pd13100-grt-1 section.

            start pd13100 key is greater f13100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13100-ngrt-1 section.

            start pd13100 key is not greater f13100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13100-nlss-1 section.

            start pd13100 key is not less f13100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13100-ran section.

            read pd13100

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13100-ran-1 section.

            read pd13100 key is f13100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13100-nex section.

            read pd13100 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13100-pre section.

            read pd13100 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13100 section.

            write f13100-Declaracao_Importacao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13100 section.

            rewrite f13100-Declaracao_Importacao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13100 section.

            delete pd13100

       exit.
