       fd   pd17200.

       01   f17200-Ocorrencia_Entrega.
            03 f17200-CompanyCode                   pic 9(03).
            03 f17200-BranchCode                    pic 9(04).
            03 f17200-Type-nota                     pic 9(02).
            03 f17200-Number-documento              pic 9(09).
            03 f17200-Series-documento              pic x(03).
            03 f17200-Seq-ocorrencia                pic 9(04).
            03 f17200-cd-transportadora             pic 9(04).
            03 f17200-cnpj-transportadora           pic 9(14).
            03 f17200-cd-ocorrencia                 pic 9(02).
            03 f17200-data-ocorrencia               pic 9(08).
            03 f17200-horario-ocorrencia            pic 9(04).
            03 f17200-cd-observacao                 pic 9(02).
            03 f17200-texto-ocorrencia              pic x(70).
            03 f17200-id-classe-ocorrencia          pic x(01).
               88 f17200-ocorrencia-entrega             value "E".
               88 f17200-ocorrencia-excecao             value "X".
               88 f17200-ocorrencia-informativa         value "I".
            03 f17200-cd-destinatario               pic 9(09).
            03 f17200-data-importacao               pic 9(08).
            03 f17200-UserID-operacao               pic 9(09).
