       fd   pd13000.

       01   f13000-Apuracao_Imposto.
            03 f13000-CompanyCode                   pic 9(03).
            03 f13000-BranchCode                    pic 9(04).
            03 f13000-competencia                   pic 9(06).
            03 f13000-cd-tributo                    pic x(06).
            03 f13000-Value-debitos                 pic 9(11)v9(02).
            03 f13000-Value-creditos                pic 9(11)v9(02).
            03 f13000-Value-outros-creditos         pic 9(11)v9(02).
            03 f13000-saldo-credor-anterior         pic 9(11)v9(02).
            03 f13000-Value-a-recolher              pic 9(11)v9(02).
            03 f13000-saldo-credor-transportar      pic 9(11)v9(02).
            03 f13000-data-apuracao                 pic 9(08).
            03 f13000-UserID-apuracao               pic 9(11).
            03 f13000-Type-nota-titulo              pic 9(02).
            03 f13000-Number-documento-titulo       pic 9(09).
            03 f13000-Series-documento-titulo       pic x(03).
            03 f13000-data-geracao-titulo           pic 9(08).
