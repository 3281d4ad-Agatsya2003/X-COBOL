       fd   pd12300.

       01   f12300-Manifesto_Mdfe.
            03 f12300-CompanyCode                   pic 9(03).
            03 f12300-BranchCode                    pic 9(04).
            03 f12300-Number-mdfe                   pic 9(09).
            03 f12300-Series-mdfe                   pic x(03).
            03 f12300-Number-romaneio               pic 9(09).
            03 f12300-data-emissao                  pic 9(08).
            03 f12300-horario-emissao               pic 9(06).
            03 f12300-cd-transportadora             pic 9(04).
            03 f12300-placa-veiculo                 pic x(07).
            03 f12300-uf-veiculo                    pic x(02).
            03 f12300-uf-carregamento               pic x(02).
            03 f12300-uf-descarregamento            pic x(02).
            03 f12300-qtde-nfe                      pic 9(05).
            03 f12300-peso-bruto                    pic 9(09)v9(04).
            03 f12300-Value-carga                   pic 9(11)v9(02).
            03 f12300-chave-acesso                  pic x(44).
            03 f12300-hash-assinatura               pic x(40).
            03 f12300-StatusID                      pic x(01).
               88 f12300-mdfe-pendente                  value "P".
               88 f12300-mdfe-autorizado                value "A".
               88 f12300-mdfe-rejeitado                 value "R".
               88 f12300-mdfe-encerrado                 value "E".
               88 f12300-mdfe-cancelado                 value "C".
            03 f12300-Number-protocolo              pic 9(15).
            03 f12300-cd-rejeicao                   pic x(03).
            03 f12300-ds-rejeicao                   pic x(60).
            03 f12300-nr-tentativas                 pic 9(03).
            03 f12300-data-autorizacao              pic 9(08).
            03 f12300-data-encerramento             pic 9(08).
            03 f12300-horario-encerramento          pic 9(06).
            03 f12300-uf-encerramento               pic x(02).
            03 f12300-Number-protocolo-encerramento pic 9(15).
            03 f12300-UserID-operacao               pic 9(11).
