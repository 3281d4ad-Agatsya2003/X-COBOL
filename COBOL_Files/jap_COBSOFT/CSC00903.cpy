       8000-accept-Option_Opushon section.

            move zeros                             to wf-Option_Opushon

            *> Chamada com opcao pre-selecionada entra direto na funcao
            if   lnk-Option_Opushon-inicial not equal zeros
                 move lnk-Option_Opushon-inicial    to wf-Option_Opushon
                 move zeros                        to lnk-Option_Opushon-inicial
            end-if
            
            perform until wf-Option_Opushon <> zeros
                 accept wf-Option_Opushon at line 08 col 29 with update auto-skip 
