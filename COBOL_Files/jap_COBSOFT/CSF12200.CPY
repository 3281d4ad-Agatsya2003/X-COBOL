       fd   pd12200.

       01   f12200-Romaneio.
            03 f12200-CompanyCode                   pic 9(03).
            03 f12200-BranchCode                    pic 9(04).
            03 f12200-Number-romaneio               pic 9(09).
            03 f12200-Seq                           pic 9(04).
            03 f12200-data-romaneio                 pic 9(08).
            03 f12200-horario-romaneio              pic 9(06).
            03 f12200-Type-nota                     pic 9(02).
            03 f12200-Number-documento              pic 9(09).
            03 f12200-Series-documento              pic x(03).
            03 f12200-cd-destinatario               pic 9(09).
            03 f12200-chave-acesso                  pic x(44).
            03 f12200-uf-destino                    pic x(02).
            03 f12200-peso-bruto                    pic 9(09)v9(04).
            03 f12200-Value-total                   pic 9(09)v9(02).
            03 f12200-cd-transportadora             pic 9(04).
            03 f12200-Number-mdfe                   pic 9(09).
            03 f12200-Series-mdfe                   pic x(03).
            03 f12200-UserID-operacao               pic 9(11).
