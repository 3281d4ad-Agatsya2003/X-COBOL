      *>=================================================================================
      *> Traducao de textos de tela, menu e mensagem para o idioma do
      *> Usuario_Yuuzaa; sem traducao cadastrada o texto volta em portugues
       01   lw-Traducao.
            03 lw-Type-traducao                    pic x(01).
               88 lw-traducao-mensagem                 value "M".
               88 lw-traducao-titulo                   value "T".
               88 lw-traducao-menu                     value "N".
               88 lw-traducao-rotulo                   value "R".
            03 lw-id-traducao                      pic x(120).
            03 lw-texto-traducao                   pic x(560).
            03 lw-id-resultado-traducao            pic x(01).
               88 lw-texto-traduzido                   value "S".
               88 lw-texto-sem-traducao                value "N".

       01   ws-Traducao-Rotulos.
            03 ws-ind-rotulo                       pic 9(02).
