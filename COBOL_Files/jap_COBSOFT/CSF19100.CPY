       fd   pd19100.

       01   f19100-Assinatura_Relatorio.
            03 f19100-CompanyCode                   pic 9(03).
            03 f19100-BranchCode                    pic 9(04).
            03 f19100-Seq-assinatura                pic 9(06).
            03 f19100-UserID-assinante              pic 9(11).
            03 f19100-ProgramCode-relatorio         pic x(08).
               88 f19100-relatorio-aging                value "CS30015C".
               88 f19100-relatorio-ranking              value "CS30022S".
               88 f19100-relatorio-valorizacao          value "CS20008S".
               88 f19100-relatorio-fluxo-caixa          value "CS30025S".
            03 f19100-regra-periodo                 pic x(01).
               88 f19100-periodo-mes-anterior           value "M".
               88 f19100-periodo-mes-corrente           value "A".
               88 f19100-periodo-semana-anterior        value "S".
               88 f19100-periodo-dia-anterior           value "D".
            03 f19100-dias-horizonte                pic 9(03).
            03 f19100-frequencia                    pic x(01).
               88 f19100-frequencia-diaria              value "D".
               88 f19100-frequencia-semanal             value "S".
               88 f19100-frequencia-mensal              value "M".
            03 f19100-dia-execucao                  pic 9(02).
            03 f19100-data-ultima-execucao          pic 9(08).
            03 f19100-StatusID                      pic x(01).
               88 f19100-assinatura-ativa               value "A".
               88 f19100-assinatura-cancelada           value "C".
            03 f19100-data-inclusao                 pic 9(08).
            03 f19100-UserID-operacao               pic 9(11).
            03 f19100-data-cancelamento             pic 9(08).
            03 f19100-motivo-cancelamento           pic x(40).
