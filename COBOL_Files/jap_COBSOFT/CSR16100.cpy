      *>=================================================================================
       9000-Open_Akeru-i-pd16100 section.
           string lnk-DataPath delimited   by "  " "\EFD161.DAT" into wid-pd16100

           open input pd16100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD161.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16100 section.
           string lnk-DataPath delimited   by "  " "\EFD161.DAT" into wid-pd16100

           open output pd16100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD161.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16100 section.
           string lnk-DataPath delimited   by "  " "\EFD161.DAT" into wid-pd16100

           open i-o pd16100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD161.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16100-grt section.

            start pd16100 key is greater f16100-chave

       exit.

      *>=================================================================================
       9000-str-pd16100-ngrt section.

            start pd16100 key is not greater f16100-chave

       exit.

      *>=================================================================================
       9000-str-pd16100-nlss section.

            start pd16100 key is not less f16100-chave

       exit.

      *>=================================================================================
       9000-str-pd16100-grt-1 section.

            start pd16100 key is greater f16100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16100-ngrt-1 section.

            start pd16100 key is not greater f16100-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16100-nlss-1 section.

            start pd16100 key is not less f16100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16100-ran section.

            read pd16100

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16100-ran-1 section.

            read pd16100 key is f16100-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16100-nex section.

            read pd16100 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16100-pre section.

            read pd16100 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16100 section.

            write f16100-Nota_Debito_Fornecedor

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16100 section.

            rewrite f16100-Nota_Debito_Fornecedor

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16100 section.

            delete pd16100

       exit.
