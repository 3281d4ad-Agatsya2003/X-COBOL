       fd   pd16300.

       01   f16300-Ordem_Industrializacao.
            03 f16300-CompanyCode                   pic 9(03).
            03 f16300-BranchCode                    pic 9(04).
            03 f16300-Number-ordem-ind              pic 9(09).
            03 f16300-Number-ordem                  pic 9(09).
            03 f16300-cd-fornecedor                 pic 9(09).
            03 f16300-ProductCode                   pic 9(09).
            03 f16300-ArmazemCode                   pic 9(04).
            03 f16300-qtde-industrializar           pic 9(06)v9(04).
            03 f16300-data-emissao                  pic 9(08).
            03 f16300-Number-remessa                pic 9(09).
            03 f16300-Series-remessa                pic x(03).
            03 f16300-cfop-remessa                  pic 9(04).
            03 f16300-Number-retorno                pic 9(09).
            03 f16300-Series-retorno                pic x(03).
            03 f16300-Number-documento-fornecedor   pic 9(09).
            03 f16300-Series-documento-fornecedor   pic x(03).
            03 f16300-data-retorno                  pic 9(08).
            03 f16300-qtde-retornada                pic 9(06)v9(04).
            03 f16300-Value-servico                 pic 9(09)v9(02).
            03 f16300-custo-materiais               pic 9(09)v9(04).
            03 f16300-custo-unitario                pic 9(09)v9(04).
            03 f16300-StatusID                      pic x(01).
               88 f16300-ordem-ind-remetida             value "R".
               88 f16300-ordem-ind-retornada            value "C".
               88 f16300-ordem-ind-cancelada            value "X".
            03 f16300-UserID-operacao               pic 9(09).
