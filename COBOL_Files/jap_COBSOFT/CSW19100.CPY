      *>=================================================================================
      *> Parametros da execucao agendada de um relatorio assinado: seguem
      *> pela lnk-Line_Gyou-comando e o relatorio devolve o arquivo gerado
       01   lw-Parameters-assinatura.
            03 lw-origem-assinatura                pic x(04).
               88 lw-execucao-assinatura               value "ASSN".
            03 lw-data-inicial-assinatura          pic 9(08).
            03 lw-data-final-assinatura            pic 9(08).
            03 lw-dias-horizonte-assinatura        pic 9(03).
            03 lw-arquivo-assinatura               pic x(200).

       01   ws-Revisao-Assinatura.
            03 ws-CompanyCode-rev                  pic 9(03).
            03 ws-BranchCode-rev                   pic 9(04).
            03 ws-UserID-rev                       pic 9(11).
            03 ws-qtde-canceladas-rev              pic 9(03).
            03 ws-id-permissao-rev                 pic x(01).
               88 ws-assinatura-permitida              value "S".
               88 ws-assinatura-sem-permissao          value "N".
