      *>=================================================================================
       9000-Open_Akeru-i-pd17700 section.
           string lnk-DataPath delimited   by "  " "\EFD177.DAT" into wid-pd17700

           open input pd17700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD177.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17700 section.
           string lnk-DataPath delimited   by "  " "\EFD177.DAT" into wid-pd17700

           open output pd17700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD177.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17700 section.
           string lnk-DataPath delimited   by "  " "\EFD177.DAT" into wid-pd17700

           open i-o pd17700
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD177.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17700-grt section.

            start pd17700 key is greater f17700-chave

       exit.

      *>=================================================================================
       9000-str-pd17700-ngrt section.

            start pd17700 key is not greater f17700-chave

       exit.

      *>=================================================================================
       9000-str-pd17700-nlss section.

            start pd17700 key is not less f17700-chave

       exit.

      *>=================================================================================
       9000-str-pd17700-grt-1 section.

            start pd17700 key is greater f17700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17700-ngrt-1 section.

            start pd17700 key is not greater f17700-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17700-nlss-1 section.

            start pd17700 key is not less f17700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17700-ran section.

            read pd17700

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17700-ran-1 section.

            read pd17700 key is f17700-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17700-nex section.

            read pd17700 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17700-pre section.

            read pd17700 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17700 section.

            write f17700-Cest_Ncm

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17700 section.

            rewrite f17700-Cest_Ncm

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17700 section.

            delete pd17700

       exit.
