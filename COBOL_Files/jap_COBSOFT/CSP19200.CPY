      *>=================================================================================
      *> Devolve em lw-texto-traducao o texto no idioma do Usuario_Yuuzaa;
      *> o chamador informa o tipo, a identificacao e o texto em portugues
       9000-traduz-texto section.

            set  lw-texto-sem-traducao              to true

            if   lnk-idioma-portugues
                 exit section
            end-if

            call c-traduzir-texto using lnk-par lw-Traducao
            cancel c-traduzir-texto

       exit.
