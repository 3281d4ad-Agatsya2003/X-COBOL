      *>=================================================================================
       9000-Open_Akeru-i-pd16800 section.
           string lnk-DataPath delimited   by "  " "\EFD168.DAT" into wid-pd16800

           open input pd16800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD168.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16800 section.
           string lnk-DataPath delimited   by "  " "\EFD168.DAT" into wid-pd16800

           open output pd16800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD168.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16800 section.
           string lnk-DataPath delimited   by "  " "\EFD168.DAT" into wid-pd16800

           open i-o pd16800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD168.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16800-grt section.

            start pd16800 key is greater f16800-chave

       exit.

      *>=================================================================================
       9000-str-pd16800-ngrt section.

            start pd16800 key is not greater f16800-chave

       exit.

      *>=================================================================================
       9000-str-pd16800-nlss section.

            start pd16800 key is not less f16800-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16800-ran section.

            read pd16800

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16800-nex section.

            read pd16800 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16800-pre section.

            read pd16800 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16800 section.

            write f16800-Consumo_Apontamento

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16800 section.

            rewrite f16800-Consumo_Apontamento

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16800 section.

            delete pd16800

       exit.
