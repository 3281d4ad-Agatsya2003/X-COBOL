            03 f02650-UserID-operacao               pic 9(09).
            03 f02650-id-conciliado                 pic x(01).
               88 f02650-pagamento-conciliado           value "S".
            03 f02650-cd-conta-bancaria             pic 9(03).
