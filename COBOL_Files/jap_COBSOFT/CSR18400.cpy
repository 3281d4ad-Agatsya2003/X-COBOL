      *>=================================================================================
       9000-Open_Akeru-i-pd18400 section.
           string lnk-DataPath delimited   by "  " "\EFD184.DAT" into wid-pd18400

           open input pd18400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD184.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18400 section.
           string lnk-DataPath delimited   by "  " "\EFD184.DAT" into wid-pd18400

           open output pd18400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD184.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18400 section.
           string lnk-DataPath delimited   by "  " "\EFD184.DAT" into wid-pd18400

           open i-o pd18400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD184.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18400-grt section.

            start pd18400 key is greater f18400-chave

       exit.

      *>=================================================================================
       9000-str-pd18400-ngrt section.

            start pd18400 key is not greater f18400-chave

       exit.

      *>=================================================================================
       9000-str-pd18400-nlss section.

            start pd18400 key is not less f18400-chave

       exit.

      *>=================================================================================
       9000-str-pd18400-grt-1 section.

            start pd18400 key is greater f18400-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18400-ngrt-1 section.

            start pd18400 key is not greater f18400-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18400-nlss-1 section.

            start pd18400 key is not less f18400-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18400-ran section.

            read pd18400

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18400-ran-1 section.

            read pd18400 key is f18400-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18400-nex section.

            read pd18400 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18400-pre section.

            read pd18400 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18400 section.

            write f18400-Faturamento_Pedido

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18400 section.

            rewrite f18400-Faturamento_Pedido

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18400 section.

            delete pd18400

       exit.
