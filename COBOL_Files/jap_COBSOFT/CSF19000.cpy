       fd   pd19000.

       01   f19000-Aviso_Escalonamento.
            03 f19000-CompanyCode                   pic 9(03).
            03 f19000-BranchCode                    pic 9(04).
            03 f19000-Type-fila                     pic x(01).
            03 f19000-chave-item                    pic x(30).
            03 f19000-nivel                         pic 9(01).
            03 f19000-UserID-escalonamento          pic 9(11).
            03 f19000-horas-pendente                pic 9(05).
            03 f19000-data-aviso                    pic 9(08).
            03 f19000-horario-aviso                 pic 9(06).
