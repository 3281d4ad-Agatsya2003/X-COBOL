      *>=================================================================================
       9000-Open_Akeru-i-pd13800 section.
           string lnk-DataPath delimited   by "  " "\EFD138.DAT" into wid-pd13800

           open input pd13800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD138.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd13800 section.
           string lnk-DataPath delimited   by "  " "\EFD138.DAT" into wid-pd13800

           open output pd13800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD138.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd13800 section.
           string lnk-DataPath delimited   by "  " "\EFD138.DAT" into wid-pd13800

           open i-o pd13800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD138.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd13800-grt section.

            start pd13800 key is greater f13800-chave

       exit.

      *>=================================================================================
       9000-str-pd13800-ngrt section.

            start pd13800 key is not greater f13800-chave

       exit.

      *>=================================================================================
       9000-str-pd13800-nlss section.

            start pd13800 key is not less f13800-chave

       exit.

      *>=================================================================================
       9000-str-pd13800-grt-1 section.

            start pd13800 key is greater f13800-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13800-ngrt-1 section.

            start pd13800 key is not greater f13800-chave-1

       exit.

      *>=================================================================================
       9000-str-pd13800-nlss-1 section.

            start pd13800 key is not less f13800-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13800-ran section.

            read pd13800

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13800-ran-1 section.

            read pd13800 key is f13800-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13800-nex section.

            read pd13800 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd13800-pre section.

            read pd13800 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd13800 section.

            write f13800-Lancamento_Contabil

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd13800 section.

            rewrite f13800-Lancamento_Contabil

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd13800 section.

            delete pd13800

       exit.
