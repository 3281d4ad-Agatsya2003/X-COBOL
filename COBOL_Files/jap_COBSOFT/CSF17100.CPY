       fd   pd17100.

       01   f17100-Carga_Entrega.
            03 f17100-CompanyCode                   pic 9(03).
            03 f17100-BranchCode                    pic 9(04).
            03 f17100-Number-carga                  pic 9(09).
            03 f17100-Seq-parada                    pic 9(04).
            03 f17100-data-carga                    pic 9(08).
            03 f17100-placa-veiculo                 pic x(07).
            03 f17100-cd-transportadora             pic 9(04).
            03 f17100-Type-nota                     pic 9(02).
            03 f17100-Number-documento              pic 9(09).
            03 f17100-Series-documento              pic x(03).
            03 f17100-cd-destinatario               pic 9(09).
            03 f17100-CityID                        pic 9(09).
            03 f17100-id-District_Chiku             pic 9(09).
            03 f17100-peso-bruto                    pic 9(09)v9(04).
            03 f17100-qtde-volumes                  pic 9(05).
            03 f17100-Number-romaneio               pic 9(09).
            03 f17100-StatusID                      pic x(01).
               88 f17100-carga-planejada                value "P".
               88 f17100-carga-romaneada                value "R".
               88 f17100-carga-cancelada                value "X".
            03 f17100-UserID-operacao               pic 9(09).
