      *>=================================================================================
       9000-Open_Akeru-i-pd17300 section.
           string lnk-DataPath delimited   by "  " "\EFD173.DAT" into wid-pd17300

           open input pd17300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD173.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17300 section.
           string lnk-DataPath delimited   by "  " "\EFD173.DAT" into wid-pd17300

           open output pd17300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD173.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17300 section.
           string lnk-DataPath delimited   by "  " "\EFD173.DAT" into wid-pd17300

           open i-o pd17300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD173.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17300-grt section.

            start pd17300 key is greater f17300-chave

       exit.

      *>=================================================================================
       9000-str-pd17300-ngrt section.

            start pd17300 key is not greater f17300-chave

       exit.

      *>=================================================================================
       9000-str-pd17300-nlss section.

            start pd17300 key is not less f17300-chave

       exit.

      *>=================================================================================
       9000-str-pd17300-grt-1 section.

            start pd17300 key is greater f17300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17300-ngrt-1 section.

            start pd17300 key is not greater f17300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17300-nlss-1 section.

            start pd17300 key is not less f17300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17300-ran section.

            read pd17300

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17300-ran-1 section.

            read pd17300 key is f17300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17300-nex section.

            read pd17300 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17300-pre section.

            read pd17300 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17300 section.

            write f17300-Proposta_Transferencia

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17300 section.

            rewrite f17300-Proposta_Transferencia

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17300 section.

            delete pd17300

       exit.
