       78   c-enviar-Email_Soushin                        value "CS00109S".
       78   c-proximo-dia-util                     value "CS00114S".
       78   c-valida-periodo-fechado               value "CS00124S".
       78   c-rateio-centro-padrao                 value "CS00126S".
       78   c-conta-bancaria-movimento             value "CS00127S".
       78   c-calcula-roteiro                      value "CS00128S".
       78   c-valida-ncm                           value "CS00130S".
       78   c-movimento-embalagem                  value "CS00131S".
       78   c-movimento-pontos                     value "CS00132S".
       78   c-situacao-promessa                    value "CS00133S".
       78   c-hash-senha                           value "CS00134S".
       78   c-conflito-sod                         value "CS00135S".
       78   c-caixa-aprovacoes                     value "CS00137S".
       78   c-escalonar-aprovacoes                 value "CS00138S".
       78   c-assinaturas-relatorio                value "CS00139S".
       78   c-traduzir-texto                       value "CS00140S".
       78   c-feed-canais-venda                    value "CS00143S".
       78   c-dias-validade-senha                  value 90.
       78   c-dias-prazo-recebimento               value 30.
       78   c-dias-prazo-pagamento                 value 30.
       78   c-aliq-ibs-padrao                      value 0,1.
       78   c-aliq-cbs-padrao                      value 0,9.

       78   c-caracteres-invalidos                 value "".
       78   c-caracteres-invalidos-conv            value "CAAAAOOOOEEUUUIIIcaaaaooooeeuuuiii".
            03 wid-pd12000                         pic x(200).
            03 wid-pd12050                         pic x(200).
            03 wid-pd12100                         pic x(200).
            03 wid-pd12200                         pic x(200).
            03 wid-pd12300                         pic x(200).
            03 wid-pd12400                         pic x(200).
            03 wid-pd12500                         pic x(200).
            03 wid-pd12600                         pic x(200).
            03 wid-pd12700                         pic x(200).
            03 wid-pd12800                         pic x(200).
            03 wid-pd12900                         pic x(200).
            03 wid-pd13000                         pic x(200).
            03 wid-pd13100                         pic x(200).
            03 wid-pd13200                         pic x(200).
            03 wid-pd13300                         pic x(200).
            03 wid-pd13400                         pic x(200).
            03 wid-pd13500                         pic x(200).
            03 wid-pd13600                         pic x(200).
            03 wid-pd13700                         pic x(200).
            03 wid-pd13800                         pic x(200).
            03 wid-pd13900                         pic x(200).
            03 wid-pd14000                         pic x(200).
            03 wid-pd14100                         pic x(200).
            03 wid-pd14200                         pic x(200).
            03 wid-pd14300                         pic x(200).
            03 wid-pd14400                         pic x(200).
            03 wid-pd14500                         pic x(200).
            03 wid-pd14600                         pic x(200).
            03 wid-pd14700                         pic x(200).
            03 wid-pd14800                         pic x(200).
            03 wid-pd14900                         pic x(200).
            03 wid-pd15000                         pic x(200).
            03 wid-pd15100                         pic x(200).
            03 wid-pd15200                         pic x(200).
            03 wid-pd15300                         pic x(200).
            03 wid-pd15400                         pic x(200).
            03 wid-pd15500                         pic x(200).
            03 wid-pd15600                         pic x(200).
            03 wid-pd15700                         pic x(200).
            03 wid-pd15800                         pic x(200).
            03 wid-pd15900                         pic x(200).
            03 wid-pd16000                         pic x(200).
            03 wid-pd16100                         pic x(200).
            03 wid-pd16200                         pic x(200).
            03 wid-pd16300                         pic x(200).
            03 wid-pd16400                         pic x(200).
            03 wid-pd16500                         pic x(200).
            03 wid-pd16600                         pic x(200).
            03 wid-pd16700                         pic x(200).
            03 wid-pd16800                         pic x(200).
            03 wid-pd16900                         pic x(200).
            03 wid-pd17000                         pic x(200).
            03 wid-pd17100                         pic x(200).
            03 wid-pd17200                         pic x(200).
            03 wid-pd17300                         pic x(200).
            03 wid-pd17400                         pic x(200).
            03 wid-pd17500                         pic x(200).
            03 wid-pd17600                         pic x(200).
            03 wid-pd17700                         pic x(200).
            03 wid-pd17800                         pic x(200).
            03 wid-pd17900                         pic x(200).
            03 wid-pd18000                         pic x(200).
            03 wid-pd18100                         pic x(200).
            03 wid-pd18200                         pic x(200).
            03 wid-pd18300                         pic x(200).
            03 wid-pd18400                         pic x(200).
            03 wid-pd18500                         pic x(200).
            03 wid-pd18600                         pic x(200).
            03 wid-pd18700                         pic x(200).
            03 wid-pd18800                         pic x(200).
            03 wid-pd18900                         pic x(200).
            03 wid-pd19000                         pic x(200).
            03 wid-pd19100                         pic x(200).
            03 wid-pd19200                         pic x(200).
            03 wid-pd19300                         pic x(200).
            03 wid-pd19400                         pic x(200).
            03 wid-pd19500                         pic x(200).
            03 wid-pd19600                         pic x(200).
            03 wid-pd19700                         pic x(200).
