       fd   pd14600.

       01   f14600-Retencao_Servico.
            03 f14600-CompanyCode                   pic 9(03).
            03 f14600-BranchCode                    pic 9(04).
            03 f14600-Type-nota                     pic 9(02).
            03 f14600-Number-documento              pic 9(09).
            03 f14600-Series-documento              pic x(03).
            03 f14600-competencia                   pic 9(06).
            03 f14600-cd-fornecedor                 pic 9(09).
            03 f14600-Type-pessoa                   pic x(01).
            03 f14600-cgc                           pic 9(14).
            03 f14600-cd-tipo-servico               pic 9(04).
            03 f14600-cd-servico-lc116              pic x(05).
            03 f14600-cd-natureza-rendimento        pic 9(05).
            03 f14600-Number-documento-origem       pic 9(09).
            03 f14600-Series-documento-origem       pic x(03).
            03 f14600-data-emissao                  pic 9(08).
            03 f14600-Value-bruto                   pic 9(09)v9(02).
            03 f14600-Value-irrf                    pic 9(09)v9(02).
            03 f14600-Value-inss                    pic 9(09)v9(02).
            03 f14600-Value-pis                     pic 9(09)v9(02).
            03 f14600-Value-cofins                  pic 9(09)v9(02).
            03 f14600-Value-csll                    pic 9(09)v9(02).
            03 f14600-Value-iss                     pic 9(09)v9(02).
            03 f14600-Value-liquido                 pic 9(09)v9(02).
