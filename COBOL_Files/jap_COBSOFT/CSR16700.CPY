      *>=================================================================================
       9000-Open_Akeru-i-pd16700 section.
           string lnk-DataPath delimited   by "  " "\EFD167.DAT" into wid-pd16700

           open input pd16700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD167.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16700 section.
           string lnk-DataPath delimited   by "  " "\EFD167.DAT" into wid-pd16700

           open output pd16700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD167.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16700 section.
           string lnk-DataPath delimited   by "  " "\EFD167.DAT" into wid-pd16700

           open i-o pd16700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD167.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16700-grt section.

            start pd16700 key is greater f16700-chave

       exit.

      *>=================================================================================
       9000-str-pd16700-ngrt section.

            start pd16700 key is not greater f16700-chave

       exit.

      *>=================================================================================
       9000-str-pd16700-nlss section.

            start pd16700 key is not less f16700-chave

       exit.

      *>=================================================================================
       9000-str-pd16700-grt-1 section.

            start pd16700 key is greater f16700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16700-ngrt-1 section.

            start pd16700 key is not greater f16700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16700-nlss-1 section.

            start pd16700 key is not less f16700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16700-ran section.

            read pd16700

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16700-ran-1 section.

            read pd16700 key is f16700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16700-nex section.

            read pd16700 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16700-pre section.

            read pd16700 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16700 section.

            write f16700-Apontamento_Producao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16700 section.

            rewrite f16700-Apontamento_Producao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16700 section.

            delete pd16700

       exit.
