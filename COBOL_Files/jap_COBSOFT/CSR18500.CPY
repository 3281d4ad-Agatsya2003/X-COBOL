      *>=================================================================================
       9000-Open_Akeru-i-pd18500 section.
           string lnk-DataPath delimited   by "  " "\EFD185.DAT" into wid-pd18500

           open input pd18500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD185.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18500 section.
           string lnk-DataPath delimited   by "  " "\EFD185.DAT" into wid-pd18500

           open output pd18500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD185.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18500 section.
           string lnk-DataPath delimited   by "  " "\EFD185.DAT" into wid-pd18500

           open i-o pd18500
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD185.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18500-grt section.

            start pd18500 key is greater f18500-chave

       exit.

      *>=================================================================================
       9000-str-pd18500-ngrt section.

            start pd18500 key is not greater f18500-chave

       exit.

      *>=================================================================================
       9000-str-pd18500-nlss section.

            start pd18500 key is not less f18500-chave

       exit.

      *>=================================================================================
       9000-str-pd18500-grt-1 section.

            start pd18500 key is greater f18500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18500-ngrt-1 section.

            start pd18500 key is not greater f18500-chave-1

       exit.

      *>=================================================================================
       9000-str-pd18500-nlss-1 section.

            start pd18500 key is not less f18500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18500-ran section.

            read pd18500

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18500-ran-1 section.

            read pd18500 key is f18500-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18500-nex section.

            read pd18500 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18500-pre section.

            read pd18500 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18500 section.

            write f18500-Previsao_Demanda

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18500 section.

            rewrite f18500-Previsao_Demanda

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18500 section.

            delete pd18500

       exit.
