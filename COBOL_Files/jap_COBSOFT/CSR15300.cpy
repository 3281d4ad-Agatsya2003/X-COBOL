      *>=================================================================================
       9000-Open_Akeru-i-pd15300 section.
           string lnk-DataPath delimited   by "  " "\EFD153.DAT" into wid-pd15300

           open input pd15300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD153.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd15300 section.
           string lnk-DataPath delimited   by "  " "\EFD153.DAT" into wid-pd15300

           open output pd15300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD153.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd15300 section.
           string lnk-DataPath delimited   by "  " "\EFD153.DAT" into wid-pd15300

           open i-o pd15300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD153.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd15300-grt section.

            start pd15300 key is greater f15300-chave

       exit.

      *>=================================================================================
       9000-str-pd15300-ngrt section.

            start pd15300 key is not greater f15300-chave

       exit.

      *>=================================================================================
       9000-str-pd15300-nlss section.

            start pd15300 key is not less f15300-chave

       exit.

      *>=================================================================================
       9000-str-pd15300-grt-1 section.

            start pd15300 key is greater f15300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15300-ngrt-1 section.

            start pd15300 key is not greater f15300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd15300-nlss-1 section.

            start pd15300 key is not less f15300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15300-ran section.

            read pd15300

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15300-ran-1 section.

            read pd15300 key is f15300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15300-nex section.

            read pd15300 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd15300-pre section.

            read pd15300 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd15300 section.

            write f15300-Parcela_Emprestimo

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd15300 section.

            rewrite f15300-Parcela_Emprestimo

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd15300 section.

            delete pd15300

       exit.
