       01   lw-SoD.
            03 lw-id-operacao-sod                  pic x(01).
               88 lw-sod-verificar-usuario             value "U".
               88 lw-sod-verificar-perfil              value "P".
               88 lw-sod-listar-usuario                value "L".
               88 lw-sod-registrar-excecao             value "J".
            03 lw-CompanyCode-sod                  pic 9(03).
            03 lw-BranchCode-sod                   pic 9(04).
            03 lw-UserID-sod                       pic 9(11).
            03 lw-ProfileCode-sod                  pic 9(03).
            03 lw-qtde-candidatos-sod              pic 9(03).
            03 lw-candidato-sod occurs 100 times.
               05 lw-ProgramCode-candidato-sod     pic x(08).
               05 lw-id-consulta-candidato-sod     pic x(01).
                  88 lw-candidato-somente-consulta     value "S".
            03 lw-id-risco-sod                     pic x(01).
               88 lw-sod-sem-conflito                  value " ".
               88 lw-sod-risco-baixo                   value "B".
               88 lw-sod-risco-medio                   value "M".
               88 lw-sod-risco-alto                    value "A".
            03 lw-id-liberacao-sod                 pic x(01).
               88 lw-sod-pode-liberar                  value "S".
            03 lw-id-bloqueio-sod                  pic x(01).
               88 lw-sod-bloqueado                     value "S".
            03 lw-qtde-conflitos-sod               pic 9(03).
            03 lw-conflito-sod occurs 20 times.
               05 lw-cd-regra-conflito             pic 9(04).
               05 lw-id-risco-conflito             pic x(01).
               05 lw-ds-regra-conflito             pic x(55).
               05 lw-programas-conflito            pic x(60).
               05 lw-origem-conflito               pic x(120).
               05 lw-UserID-conflito               pic 9(11).
               05 lw-id-excecao-conflito           pic x(01).
                  88 lw-conflito-justificado           value "S".
            03 lw-id-origem-sod                    pic x(01).
            03 lw-ProgramCode-sod                  pic x(08).
            03 lw-justificativa-sod                pic x(100).
            03 lw-id-concessao-sod                 pic x(01).
               88 lw-sod-concessao-liberada            value "S".
               88 lw-sod-concessao-negada              value "N".
            03 lw-ind-conflito-sod                 pic 9(03).
