      *>=================================================================================
       9000-Open_Akeru-i-pd16300 section.
           string lnk-DataPath delimited   by "  " "\EFD163.DAT" into wid-pd16300

           open input pd16300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD163.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-o-pd16300 section.
           string lnk-DataPath delimited   by "  " "\EFD163.DAT" into wid-pd16300

           open output pd16300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD163.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-Open_Akeru-io-pd16300 section.
           string lnk-DataPath delimited   by "  " "\EFD163.DAT" into wid-pd16300

           open i-o pd16300
           if   not ws-OperationOK

                string "Error_Eraa de Opening_Kaishi File_Fairu EFD163.DAT - Status [" ws-AccessResult "]" into ws-Message_Messeji

                perform 9000-Message_Messeji
                perform 9000-Abort_Chushi

           end-if

       exit.

      *>=================================================================================
       9000-str-pd16300-grt section.

            start pd16300 key is greater f16300-chave

       exit.

      *>=================================================================================
       9000-str-pd16300-ngrt section.

            start pd16300 key is not greater f16300-chave

       exit.

      *>=================================================================================
       9000-str-pd16300-nlss section.

            start pd16300 key is not less f16300-chave

       exit.

      *>=================================================================================
       9000-str-pd16300-grt-1 section.

            start pd16300 key is greater f16300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16300-ngrt-1 section.

            start pd16300 key is not greater f16300-chave-1

       exit.

      *>=================================================================================
       9000-str-pd16300-nlss-1 section.

            start pd16300 key is not less f16300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16300-ran section.

            read pd16300

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16300-ran-1 section.

            read pd16300 key is f16300-chave-1

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16300-nex section.

            read pd16300 next

       exit.

      *>=================================================================================
       9000-Read_Yomu-pd16300-pre section.

            read pd16300 previous

       exit.

      *>=================================================================================
       9000-Write_Kaku-pd16300 section.

            write f16300-Ordem_Industrializacao

       exit.

      *>=================================================================================
       9000-Rewrite_Kakinaosu-pd16300 section.

            rewrite f16300-Ordem_Industrializacao

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd16300 section.

            delete pd16300

       exit.
