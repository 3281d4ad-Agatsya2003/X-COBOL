      *>=================================================================================
       9000-Open_Akeru-i-pd18100 section.
           string lnk-DataPath delimited   by "  " "\EFD181.DAT" into wid-pd18100

           open input pd18100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD181.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd18100 section.
           string lnk-DataPath delimited   by "  " "\EFD181.DAT" into wid-pd18100

           open output pd18100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD181.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd18100 section.
           string lnk-DataPath delimited   by "  " "\EFD181.DAT" into wid-pd18100

           open i-o pd18100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD181.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd18100-grt section.

            start pd18100 key is greater f18100-chave

       exit.

      *>=================================================================================
       9000-str-pd18100-ngrt section.

            start pd18100 key is not greater f18100-chave

       exit.

      *>=================================================================================
       9000-str-pd18100-nlss section.

            start pd18100 key is not less f18100-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18100-ran section.

            read pd18100

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18100-nex section.

            read pd18100 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd18100-pre section.

            read pd18100 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd18100 section.

            write f18100-Regra_Fidelidade

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd18100 section.

            rewrite f18100-Regra_Fidelidade

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd18100 section.

            delete pd18100

       exit.
