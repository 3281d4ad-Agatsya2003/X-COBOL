       fd   pd13300.

       01   f13300-Contrato_Entrega_Futura.
            03 f13300-CompanyCode                   pic 9(03).
            03 f13300-BranchCode                    pic 9(04).
            03 f13300-Number-documento              pic 9(09).
            03 f13300-Series-documento              pic x(03).
            03 f13300-cd-cliente                    pic 9(09).
            03 f13300-data-faturamento              pic 9(08).
            03 f13300-Value-total                   pic 9(09)v9(02).
            03 f13300-Value-entregue                pic 9(09)v9(02).
            03 f13300-status-contrato               pic x(01).
               88 f13300-contrato-aberto                value "A".
               88 f13300-contrato-encerrado             value "E".
            03 f13300-data-ultima-remessa           pic 9(08).
            03 f13300-data-encerramento             pic 9(08).
            03 f13300-UserID-registro               pic 9(11).
