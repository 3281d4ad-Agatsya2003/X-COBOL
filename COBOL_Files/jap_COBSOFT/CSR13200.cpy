      *>=================================================================================
       9000-Open_Akeru-i-pd13200 section.
           string lnk-DataPath delimited   by "  " "\EFD132.DAT" into wid-pd13200

           open input pd13200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD132.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13200 section.
           string lnk-DataPath delimited   by "  " "\EFD132.DAT" into wid-pd13200

           open output pd13200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD132.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13200 section.
           string lnk-DataPath delimited   by "  " "\EFD132.DAT" into wid-pd13200

           open i-o pd13200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD132.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13200-grt section.

            start pd13200 key is greater f13200-chave

       exit.

      *>=================================================================================
       9000-str-pd13200-ngrt section.

            start pd13200 key is not greater f13200-chave

       exit.

      *>=================================================================================
       9000-str-pd13200-nlss section.

            start pd13200 key is not less f13200-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13200-ran section.

            read pd13200

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13200-nex section.

            read pd13200 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13200-pre section.

            read pd13200 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13200 section.

            write f13200-Adicao_Importacao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13200 section.

            rewrite f13200-Adicao_Importacao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13200 section.

            delete pd13200

       exit.
