               88 f08100-evento-baixa                   value "BX".
               88 f08100-evento-ajuste                  value "AJ".
               88 f08100-evento-taxa-cartao             value "TC".
               88 f08100-evento-depreciacao             value "DP".
               88 f08100-evento-variacao-ativa          value "VA".
               88 f08100-evento-variacao-passiva        value "VP".
               88 f08100-evento-juros-emprestimo        value "JE".
               88 f08100-evento-provisao-obsolescencia  value "PO".
               88 f08100-evento-implantacao-saldos      value "IS".
               88 f08100-evento-remessa-entrega-futura  value "RF".
            03 f08100-conta-debito                  pic 9(09).
            03 f08100-conta-credito                 pic 9(09).
            03 f08100-historico-Padrao              pic x(40).
