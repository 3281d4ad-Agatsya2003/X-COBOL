               88 f07200-ordem-aberta                   value "A".
               88 f07200-ordem-concluida                value "C".
               88 f07200-ordem-cancelada                value "X".
               88 f07200-ordem-encerrada                value "E".
            03 f07200-UserID-operacao               pic 9(09).
            03 f07200-id-industrializacao           pic x(01).
               88 f07200-industrializacao-externa       value "S".
               88 f07200-producao-interna               value " ", "N".
            03 f07200-data-inicio-prevista          pic 9(08).
            03 f07200-data-entrega-prevista         pic 9(08).
            03 f07200-qtde-produzida                pic 9(06)v9(04).
            03 f07200-qtde-refugada                 pic 9(06)v9(04).
