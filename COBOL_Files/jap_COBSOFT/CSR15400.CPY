      *>=================================================================================
       9000-Open_Akeru-i-pd15400 section.
           string lnk-DataPath delimited   by "  " "\EFD154.DAT" into wid-pd15400

           open input pd15400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD154.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15400 section.
           string lnk-DataPath delimited   by "  " "\EFD154.DAT" into wid-pd15400

           open output pd15400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD154.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15400 section.
           string lnk-DataPath delimited   by "  " "\EFD154.DAT" into wid-pd15400

           open i-o pd15400
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD154.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15400-grt section.

            start pd15400 key is greater f15400-chave

       exit.

      *>=================================================================================
       9000-str-pd15400-ngrt section.

            start pd15400 key is not greater f15400-chave

       exit.

      *>=================================================================================
       9000-str-pd15400-nlss section.

            start pd15400 key is not less f15400-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15400-ran section.

            read pd15400

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15400-nex section.

            read pd15400 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15400-pre section.

            read pd15400 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15400 section.

            write f15400-Faixa_Aprovacao_Requisicao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15400 section.

            rewrite f15400-Faixa_Aprovacao_Requisicao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15400 section.

            delete pd15400

       exit.
