      *>=================================================================================
       9000-Open_Akeru-i-pd17500 section.
           string lnk-DataPath delimited   by "  " "\EFD175.DAT" into wid-pd17500

           open input pd17500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD175.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17500 section.
           string lnk-DataPath delimited   by "  " "\EFD175.DAT" into wid-pd17500

           open output pd17500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD175.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17500 section.
           string lnk-DataPath delimited   by "  " "\EFD175.DAT" into wid-pd17500

           open i-o pd17500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD175.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17500-grt section.

            start pd17500 key is greater f17500-chave

       exit.

      *>=================================================================================
       9000-str-pd17500-ngrt section.

            start pd17500 key is not greater f17500-chave

       exit.

      *>=================================================================================
       9000-str-pd17500-nlss section.

            start pd17500 key is not less f17500-chave

       exit.

      *>=================================================================================
       9000-str-pd17500-grt-1 section.

            start pd17500 key is greater f17500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17500-ngrt-1 section.

            start pd17500 key is not greater f17500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17500-nlss-1 section.

            start pd17500 key is not less f17500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17500-ran section.

            read pd17500

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17500-ran-1 section.

            read pd17500 key is f17500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17500-nex section.

            read pd17500 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17500-pre section.

            read pd17500 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17500 section.

            write f17500-Grade_Produto

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17500 section.

            rewrite f17500-Grade_Produto

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17500 section.

            delete pd17500

       exit.
