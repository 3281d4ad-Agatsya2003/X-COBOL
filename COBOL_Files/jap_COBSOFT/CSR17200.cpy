      *>=================================================================================
       9000-Open_Akeru-i-pd17200 section.
           string lnk-DataPath delimited   by "  " "\EFD172.DAT" into wid-pd17200

           open input pd17200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD172.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17200 section.
           string lnk-DataPath delimited   by "  " "\EFD172.DAT" into wid-pd17200

           open output pd17200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD172.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17200 section.
           string lnk-DataPath delimited   by "  " "\EFD172.DAT" into wid-pd17200

           open i-o pd17200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD172.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17200-grt section.

            start pd17200 key is greater f17200-chave

       exit.

      *>=================================================================================
       9000-str-pd17200-ngrt section.

            start pd17200 key is not greater f17200-chave

       exit.

      *>=================================================================================
       9000-str-pd17200-nlss section.

            start pd17200 key is not less f17200-chave

       exit.

      *>=================================================================================
       9000-str-pd17200-grt-1 section.

            start pd17200 key is greater f17200-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17200-ngrt-1 section.

            start pd17200 key is not greater f17200-chave-1

       exit.

      *>=================================================================================
       9000-str-pd17200-nlss-1 section.

            start pd17200 key is not less f17200-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17200-ran section.

            read pd17200

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17200-ran-1 section.

            read pd17200 key is f17200-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17200-nex section.

            read pd17200 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17200-pre section.

            read pd17200 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17200 section.

            write f17200-Ocorrencia_Entrega

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17200 section.

            rewrite f17200-Ocorrencia_Entrega

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17200 section.

            delete pd17200

       exit.
