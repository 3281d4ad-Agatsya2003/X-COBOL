      *>=================================================================================
       9000-Open_Akeru-i-pd17400 section.
           string lnk-DataPath delimited   by "  " "\EFD174.DAT" into wid-pd17400

           open input pd17400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD174.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17400 section.
           string lnk-DataPath delimited   by "  " "\EFD174.DAT" into wid-pd17400

           open output pd17400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD174.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17400 section.
           string lnk-DataPath delimited   by "  " "\EFD174.DAT" into wid-pd17400

           open i-o pd17400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD174.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17400-grt section.

            start pd17400 key is greater f17400-chave

       exit.

      *>=================================================================================
       9000-str-pd17400-ngrt section.

            start pd17400 key is not greater f17400-chave

       exit.

      *>=================================================================================
       9000-str-pd17400-nlss section.

            start pd17400 key is not less f17400-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17400-ran section.

            read pd17400

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17400-nex section.

            read pd17400 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17400-pre section.

            read pd17400 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17400 section.

            write f17400-Provisao_Obsolescencia

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17400 section.

            rewrite f17400-Provisao_Obsolescencia

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17400 section.

            delete pd17400

       exit.
