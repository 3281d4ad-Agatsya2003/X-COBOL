      *>=================================================================================
       9000-Open_Akeru-i-pd16200 section.
           string lnk-DataPath delimited   by "  " "\EFD162.DAT" into wid-pd16200

           open input pd16200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD162.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16200 section.
           string lnk-DataPath delimited   by "  " "\EFD162.DAT" into wid-pd16200

           open output pd16200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD162.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16200 section.
           string lnk-DataPath delimited   by "  " "\EFD162.DAT" into wid-pd16200

           open i-o pd16200
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD162.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16200-grt section.

            start pd16200 key is greater f16200-chave

       exit.

      *>=================================================================================
       9000-str-pd16200-ngrt section.

            start pd16200 key is not greater f16200-chave

       exit.

      *>=================================================================================
       9000-str-pd16200-nlss section.

            start pd16200 key is not less f16200-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16200-ran section.

            read pd16200

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16200-nex section.

            read pd16200 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16200-pre section.

            read pd16200 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16200 section.

            write f16200-Compensacao_Nota_Debito

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16200 section.

            rewrite f16200-Compensacao_Nota_Debito

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16200 section.

            delete pd16200

       exit.
