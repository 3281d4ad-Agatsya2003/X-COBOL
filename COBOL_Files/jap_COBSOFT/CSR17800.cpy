      *>=================================================================================
       9000-Open_Akeru-i-pd17800 section.
           string lnk-DataPath delimited   by "  " "\EFD178.DAT" into wid-pd17800

           open input pd17800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD178.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17800 section.
           string lnk-DataPath delimited   by "  " "\EFD178.DAT" into wid-pd17800

           open output pd17800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD178.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17800 section.
           string lnk-DataPath delimited   by "  " "\EFD178.DAT" into wid-pd17800

           open i-o pd17800
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD178.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17800-grt section.

            start pd17800 key is greater f17800-chave

       exit.

      *>=================================================================================
       9000-str-pd17800-ngrt section.

            start pd17800 key is not greater f17800-chave

       exit.

      *>=================================================================================
       9000-str-pd17800-nlss section.

            start pd17800 key is not less f17800-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17800-ran section.

            read pd17800

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17800-nex section.

            read pd17800 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17800-pre section.

            read pd17800 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17800 section.

            write f17800-Regra_Markup

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17800 section.

            rewrite f17800-Regra_Markup

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17800 section.

            delete pd17800

       exit.
