       fd   pd12600.

       01   f12600-Documento_Recebido.
            03 f12600-CompanyCode                   pic 9(03).
            03 f12600-BranchCode                    pic 9(04).
            03 f12600-chave-nfe                     pic x(44).
            03 f12600-nsu                           pic 9(15).
            03 f12600-cnpj-emitente                 pic 9(14).
            03 f12600-razao-emitente                pic x(55).
            03 f12600-data-emissao                  pic 9(08).
            03 f12600-Value-total                   pic 9(09)v9(02).
            03 f12600-situacao-nfe                  pic x(01).
               88 f12600-nfe-autorizada                 value "A".
               88 f12600-nfe-cancelada                  value "C".
            03 f12600-arquivo-xml                   pic x(60).
            03 f12600-data-download                 pic 9(08).
            03 f12600-cd-fornecedor                 pic 9(09).
            03 f12600-StatusID                      pic x(01).
               88 f12600-sem-manifestacao               value "P".
               88 f12600-ciencia-operacao               value "I".
               88 f12600-operacao-confirmada            value "C".
               88 f12600-operacao-desconhecida          value "D".
               88 f12600-operacao-nao-realizada         value "N".
            03 f12600-data-manifestacao             pic 9(08).
            03 f12600-Number-protocolo              pic 9(15).
            03 f12600-ds-justificativa              pic x(60).
            03 f12600-UserID-manifestacao           pic 9(11).
            03 f12600-id-importacao                 pic x(01).
               88 f12600-xml-importado                  value "S".
               88 f12600-xml-nao-importado              value " ", "N".
            03 f12600-id-fraude                     pic x(01).
               88 f12600-suspeita-fraude                value "S".
               88 f12600-fraude-revisada                value "R".
               88 f12600-sem-suspeita                   value " ", "N".
            03 f12600-motivo-fraude                 pic x(60).
