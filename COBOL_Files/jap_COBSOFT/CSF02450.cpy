            03 f02450-Value-juros                   pic 9(09)v9(02).
            03 f02450-id-conciliado                 pic x(01).
               88 f02450-pagamento-conciliado           value "S".
            03 f02450-Value-pago-moeda              pic 9(09)v9(02).
            03 f02450-taxa-cambio                   pic 9(05)v9(06).
            03 f02450-Value-variacao-cambial        pic s9(09)v9(02).
            03 f02450-cd-conta-bancaria             pic 9(03).
