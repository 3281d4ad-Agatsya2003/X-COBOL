       fd   pd16000.

       01   f16000-Devolucao_Compra.
            03 f16000-CompanyCode                   pic 9(03).
            03 f16000-BranchCode                    pic 9(04).
            03 f16000-Number-devolucao              pic 9(09).
            03 f16000-Series-devolucao              pic x(03).
            03 f16000-Seq                           pic 9(04).
            03 f16000-cd-fornecedor                 pic 9(09).
            03 f16000-data-devolucao                pic 9(08).
            03 f16000-Number-entrada                pic 9(09).
            03 f16000-Series-entrada                pic x(03).
            03 f16000-Seq-entrada                   pic 9(09).
            03 f16000-ProductCode                   pic 9(09).
            03 f16000-ArmazemCode                   pic 9(04).
            03 f16000-qtde-devolvida                pic 9(09)v9(06).
            03 f16000-Value-unitario                pic 9(09)v9(06).
            03 f16000-Value-total                   pic 9(09)v9(02).
            03 f16000-Value-ipi                     pic 9(09)v9(02).
            03 f16000-custo-unitario                pic 9(09)v9(04).
            03 f16000-cd-lote                       pic x(10).
            03 f16000-cfop                          pic 9(04).
            03 f16000-Number-nota-debito            pic 9(09).
