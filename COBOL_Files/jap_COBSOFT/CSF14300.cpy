       fd   pd14300.

       01   f14300-Transferencia_Bancaria.
            03 f14300-CompanyCode                   pic 9(03).
            03 f14300-BranchCode                    pic 9(04).
            03 f14300-Seq-transferencia             pic 9(07).
            03 f14300-data-transferencia            pic 9(08).
            03 f14300-cd-conta-origem               pic 9(03).
            03 f14300-cd-conta-destino              pic 9(03).
            03 f14300-Value-transferencia           pic 9(11)v9(02).
            03 f14300-historico                     pic x(40).
            03 f14300-StatusID                      pic x(01).
               88 f14300-transferencia-efetivada        value "E".
               88 f14300-transferencia-estornada        value "X".
            03 f14300-UserID-cadastro               pic 9(11).
            03 f14300-data-cadastro                 pic 9(08).
            03 f14300-UserID-estorno                pic 9(11).
            03 f14300-data-estorno                  pic 9(08).
