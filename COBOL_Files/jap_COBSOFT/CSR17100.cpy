      *>=================================================================================
       9000-Open_Akeru-i-pd17100 section.
           string lnk-DataPath delimited   by "  " "\EFD171.DAT" into wid-pd17100

           open input pd17100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD171.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17100 section.
           string lnk-DataPath delimited   by "  " "\EFD171.DAT" into wid-pd17100

           open output pd17100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD171.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17100 section.
           string lnk-DataPath delimited   by "  " "\EFD171.DAT" into wid-pd17100

           open i-o pd17100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD171.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17100-grt section.

            start pd17100 key is greater f17100-chave

       exit.

      *>=================================================================================
       9000-str-pd17100-ngrt section.

            start pd17100 key is not greater f17100-chave

       exit.

      *>=================================================================================
       9000-str-pd17100-nlss section.

            start pd17100 key is not less f17100-chave

       exit.

      *>=================================================================================
       9000-str-pd17100-grt-1 section.

            start pd17100 key is greater f17100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17100-ngrt-1 section.

            start pd17100 key is not greater f17100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17100-nlss-1 section.

            start pd17100 key is not less f17100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17100-ran section.

            read pd17100

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17100-ran-1 section.

            read pd17100 key is f17100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17100-nex section.

            read pd17100 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17100-pre section.

            read pd17100 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17100 section.

            write f17100-Carga_Entrega

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17100 section.

            rewrite f17100-Carga_Entrega

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17100 section.

            delete pd17100

       exit.
