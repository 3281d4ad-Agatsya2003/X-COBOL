               88 f11300-adiantamento-aberto            value "A".
               88 f11300-adiantamento-utilizado         value "U".
            03 f11300-UserID-operacao               pic 9(09).
            03 f11300-cd-conta-bancaria             pic 9(03).
