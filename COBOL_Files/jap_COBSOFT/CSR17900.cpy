      *>=================================================================================
       9000-Open_Akeru-i-pd17900 section.
           string lnk-DataPath delimited   by "  " "\EFD179.DAT" into wid-pd17900

           open input pd17900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD179.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17900 section.
           string lnk-DataPath delimited   by "  " "\EFD179.DAT" into wid-pd17900

           open output pd17900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD179.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17900 section.
           string lnk-DataPath delimited   by "  " "\EFD179.DAT" into wid-pd17900

           open i-o pd17900
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD179.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17900-grt section.

            start pd17900 key is greater f17900-chave

       exit.

      *>=================================================================================
       9000-str-pd17900-ngrt section.

            start pd17900 key is not greater f17900-chave

       exit.

      *>=================================================================================
       9000-str-pd17900-nlss section.

            start pd17900 key is not less f17900-chave

       exit.

      *>=================================================================================
       9000-str-pd17900-grt-1 section.

            start pd17900 key is greater f17900-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17900-ngrt-1 section.

            start pd17900 key is not greater f17900-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17900-nlss-1 section.

            start pd17900 key is not less f17900-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17900-ran section.

            read pd17900

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17900-ran-1 section.

            read pd17900 key is f17900-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17900-nex section.

            read pd17900 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17900-pre section.

            read pd17900 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17900 section.

            write f17900-Proposta_Repreco

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17900 section.

            rewrite f17900-Proposta_Repreco

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17900 section.

            delete pd17900

       exit.
