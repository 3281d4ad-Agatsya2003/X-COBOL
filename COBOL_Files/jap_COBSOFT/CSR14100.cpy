      *>=================================================================================
       9000-Open_Akeru-i-pd14100 section.
           string lnk-DataPath delimited   by "  " "\EFD141.DAT" into wid-pd14100

           open input pd14100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD141.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd14100 section.
           string lnk-DataPath delimited   by "  " "\EFD141.DAT" into wid-pd14100

           open output pd14100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD141.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd14100 section.
           string lnk-DataPath delimited   by "  " "\EFD141.DAT" into wid-pd14100

           open i-o pd14100
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD141.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd14100-grt section.

            start pd14100 key is greater f14100-chave

       exit.

      *>=================================================================================
       9000-str-pd14100-ngrt section.

            start pd14100 key is not greater f14100-chave

       exit.

      *>=================================================================================
       9000-str-pd14100-nlss section.

            start pd14100 key is not less f14100-chave

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14100-ran section.

            read pd14100

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14100-nex section.

            read pd14100 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd14100-pre section.

            read pd14100 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd14100 section.

            write f14100-Orcamento_Centro_Custo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd14100 section.

            rewrite f14100-Orcamento_Centro_Custo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd14100 section.

            delete pd14100

       exit.
