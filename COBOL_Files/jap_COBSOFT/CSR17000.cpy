      *>=================================================================================
       9000-Open_Akeru-i-pd17000 section.
           string lnk-DataPath delimited   by "  " "\EFD170.DAT" into wid-pd17000

           open input pd17000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD170.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd17000 section.
           string lnk-DataPath delimited   by "  " "\EFD170.DAT" into wid-pd17000

           open output pd17000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD170.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd17000 section.
           string lnk-DataPath delimited   by "  " "\EFD170.DAT" into wid-pd17000

           open i-o pd17000
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD170.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd17000-grt section.

            start pd17000 key is greater f17000-chave

       exit.

      *>=================================================================================
       9000-str-pd17000-ngrt section.

            start pd17000 key is not greater f17000-chave

       exit.

      *>=================================================================================
       9000-str-pd17000-nlss section.

            start pd17000 key is not less f17000-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17000-ran section.

            read pd17000

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17000-nex section.

            read pd17000 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd17000-pre section.

            read pd17000 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd17000 section.

            write f17000-Veiculo_Entrega

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd17000 section.

            rewrite f17000-Veiculo_Entrega

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd17000 section.

            delete pd17000

       exit.
