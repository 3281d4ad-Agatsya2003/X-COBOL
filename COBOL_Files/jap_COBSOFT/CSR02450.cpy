            rewrite f02450-Pagamento_Receber

       exit.

      *>=================================================================================
       9000-Delete_Sakujo-pd02450 section.

            delete pd02450

       exit.
