       fd   pd19700.

       01   f19700-Implantacao_Saldo.
            03 f19700-CompanyCode                   pic 9(03).
            03 f19700-BranchCode                    pic 9(04).
            03 f19700-seq-implantacao               pic 9(06).
            03 f19700-data-implantacao              pic 9(08).
            03 f19700-horario-implantacao           pic 9(06).
            03 f19700-UserID-implantacao            pic 9(11).
            03 f19700-qtde-itens-estoque            pic 9(07).
            03 f19700-qtde-titulos-receber          pic 9(07).
            03 f19700-qtde-titulos-pagar            pic 9(07).
            03 f19700-Value-estoque                 pic 9(11)v9(02).
            03 f19700-Value-receber                 pic 9(11)v9(02).
            03 f19700-Value-pagar                   pic 9(11)v9(02).
