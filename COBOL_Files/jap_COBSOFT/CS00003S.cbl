
       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00003S".
       78   c-traduzir-texto                       value "CS00140S".

       78   c-caracteres-invalidos                 value "".
       78   c-caracteres-invalidos-conv            value "CAAAAOOOOEEUUUIIIcaaaaooooeeuuuiii".
                       09  ws-atributo-byte        pic x(01)    occurs 6954.
           03  ws-tamanho-Frame_Furemu                    pic x(02)    comp-x value 6954.
           03  ws-index-Frame_Furemu                      pic 9(02).               

       copy CSW19200.cpy.
               
      *>=================================================================================
       linkage section.
            if   lnk-execucao-foreground
                 move lw-Message_Messeji                  to ws-Message_Messeji

                 *> O log fica com o texto original; a tela mostra o
                 *> texto no idioma do Usuario_Yuuzaa
                 set  lw-traducao-mensagem          to true
                 move lw-Message_Messeji(01:120)    to lw-id-traducao
                 move lw-Message_Messeji            to lw-texto-traducao
                 perform 9000-traduz-texto
                 if   lw-texto-traduzido
                      move lw-texto-traducao        to ws-Message_Messeji
                 end-if

                 move spaces                       to lw-Message_Messeji-Option_Opushon
                 
                 move 01                           to ws-index-Frame_Furemu
       
       exit.                                                   

      *>================================================================
       copy CSP19200.cpy. *> Traducao

      *>================================================================
       9000-salvar-Frame_Furemu section.
       
