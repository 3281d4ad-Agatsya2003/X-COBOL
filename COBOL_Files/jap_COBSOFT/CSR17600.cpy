      *>=================================================================================
       9000-Open_Akeru-i-pd17600 section.
           string lnk-DataPath delimited   by "  " "\EFD176.DAT" into wid-pd17600

           open input pd17600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD176.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17600 section.
           string lnk-DataPath delimited   by "  " "\EFD176.DAT" into wid-pd17600

           open output pd17600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD176.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17600 section.
           string lnk-DataPath delimited   by "  " "\EFD176.DAT" into wid-pd17600

           open i-o pd17600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD176.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17600-grt section.

            start pd17600 key is greater f17600-chave

       exit.

      *>=================================================================================
       9000-str-pd17600-ngrt section.

            start pd17600 key is not greater f17600-chave

       exit.

      *>=================================================================================
       9000-str-pd17600-nlss section.

            start pd17600 key is not less f17600-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17600-ran section.

            read pd17600

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17600-nex section.

            read pd17600 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17600-pre section.

            read pd17600 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17600 section.

            write f17600-Ncm_Tipi

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17600 section.

            rewrite f17600-Ncm_Tipi

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17600 section.

            delete pd17600

       exit.
