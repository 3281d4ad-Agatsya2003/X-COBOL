      *>=================================================================================
       9000-Open_Akeru-i-pd14600 section.
           string lnk-DataPath delimited   by "  " "\EFD146.DAT" into wid-pd14600

           open input pd14600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD146.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14600 section.
           string lnk-DataPath delimited   by "  " "\EFD146.DAT" into wid-pd14600

           open output pd14600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD146.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14600 section.
           string lnk-DataPath delimited   by "  " "\EFD146.DAT" into wid-pd14600

           open i-o pd14600
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD146.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14600-grt section.

            start pd14600 key is greater f14600-chave

       exit.

      *>=================================================================================
       9000-str-pd14600-ngrt section.

            start pd14600 key is not greater f14600-chave

       exit.

      *>=================================================================================
       9000-str-pd14600-nlss section.

            start pd14600 key is not less f14600-chave

       exit.

      *>=================================================================================
       9000-str-pd14600-grt-1 section.

            start pd14600 key is greater f14600-chave-1

       exit.

      *>=================================================================================
       9000-str-pd14600-ngrt-1 section.

            start pd14600 key is not greater f14600-chave-1

       exit.

      *>=================================================================================
       9000-str-pd14600-nlss-1 section.

            start pd14600 key is not less f14600-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14600-ran section.

            read pd14600

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14600-ran-1 section.

            read pd14600 key is f14600-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14600-nex section.

            read pd14600 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14600-pre section.

            read pd14600 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14600 section.

            write f14600-Retencao_Servico

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14600 section.

            rewrite f14600-Retencao_Servico

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14600 section.

            delete pd14600

       exit.
