       fd   pd12400.

       01   f12400-Conhecimento_Frete.
            03 f12400-CompanyCode                   pic 9(03).
            03 f12400-BranchCode                    pic 9(04).
            03 f12400-chave-cte                     pic x(44).
            03 f12400-Number-cte                    pic 9(09).
            03 f12400-Series-cte                    pic x(03).
            03 f12400-data-emissao                  pic 9(08).
            03 f12400-cnpj-emitente                 pic 9(14).
            03 f12400-cd-transportadora             pic 9(04).
            03 f12400-cd-fornecedor                 pic 9(09).
            03 f12400-uf-destino                    pic x(02).
            03 f12400-peso-carga                    pic 9(09)v9(04).
            03 f12400-Value-cobrado                 pic 9(09)v9(02).
            03 f12400-Value-tabela                  pic 9(09)v9(02).
            03 f12400-Value-diferenca               pic s9(09)v9(02).
            03 f12400-perc-diferenca                pic s9(05)v9(02).
            03 f12400-qtde-nfe                      pic 9(03).
            03 f12400-qtde-nfe-vinculada            pic 9(03).
            03 f12400-StatusID                      pic x(01).
               88 f12400-cte-lancado                    value "L".
               88 f12400-cte-em-revisao                 value "R".
               88 f12400-cte-aprovado                   value "A".
               88 f12400-cte-contestado                 value "C".
            03 f12400-motivo-revisao                pic x(60).
            03 f12400-Type-nota                     pic 9(02).
            03 f12400-Number-documento              pic 9(09).
            03 f12400-Series-documento              pic x(03).
            03 f12400-data-importacao               pic 9(08).
            03 f12400-UserID-operacao               pic 9(11).
            03 f12400-data-revisao                  pic 9(08).
            03 f12400-UserID-revisao                pic 9(11).
