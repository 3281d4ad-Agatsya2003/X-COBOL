            03 f-Desc-codigo                          pic x(55).
            03 f-id-operacao                          pic x(01).
            03 f-id-ambito                            pic x(01).
            03 f-cd-class-trib                        pic x(06).
            03 f-aliq-ibs                             pic z9,9999.
            03 f-aliq-cbs                             pic z9,9999.

      *>=================================================================================
       linkage section.
            03 line 17 col 34   pic x(01) from f-id-operacao.
            03 line 19 col 17   pic x(16) value "Ambito (D/F/A):".
            03 line 19 col 34   pic x(01) from f-id-ambito.
            03 line 21 col 20   pic x(13) value "cClassTrib:".
            03 line 21 col 34   pic x(06) from f-cd-class-trib.
            03 line 23 col 22   pic x(11) value "Aliq. IBS:".
            03 line 23 col 34   pic z9,9999 from f-aliq-ibs.
            03 line 23 col 46   pic x(11) value "Aliq. CBS:".
            03 line 23 col 58   pic z9,9999 from f-aliq-cbs.

      *>=================================================================================
       procedure division using lnk-par.
                 exit section
            end-if

            *> Codigo novo nasce com as aliquotas de IBS/CBS do ano de teste
            move c-aliq-ibs-padrao                  to f-aliq-ibs
            move c-aliq-cbs-padrao                  to f-aliq-cbs

            perform 9000-aceita-atributos

            if   ws-tecla-Cancela
                 move f-Desc-codigo                      to f03300-Desc-codigo
                 move f-id-operacao                      to f03300-id-operacao
                 move f-id-ambito                        to f03300-id-ambito
                 move f-cd-class-trib                    to f03300-cd-class-trib
                 move f-aliq-ibs                         to f03300-aliq-ibs
                 move f-aliq-cbs                         to f03300-aliq-cbs
                 set  f03300-codigo-ativo                to true

                 perform 9000-Write_Kaku-pd03300
                 accept f-id-ambito at line 19 col 34 with update auto-skip
            end-perform

            *> Classificacao tributaria do IBS/CBS (cClassTrib) e aliquotas;
            *> as do ano de teste vem sugeridas pela inclusao/manutencao
            if   not ws-tecla-Cancela
                 accept f-cd-class-trib at line 21 col 34 with update auto-skip
            end-if

            if   not ws-tecla-Cancela
                 accept f-aliq-ibs at line 23 col 34 with update auto-skip
            end-if

            if   not ws-tecla-Cancela
                 accept f-aliq-cbs at line 23 col 58 with update auto-skip
            end-if

       exit.

      *>=================================================================================

            perform 8000-Screen_Gamen

            *> Codigo sem aliquota propria: sugere as do ano de teste
            if   f03300-aliq-ibs equal zeros
            and  f03300-aliq-cbs equal zeros
                 move c-aliq-ibs-padrao             to f-aliq-ibs
                 move c-aliq-cbs-padrao             to f-aliq-cbs
            end-if

            perform 9000-aceita-atributos

            if   ws-tecla-Cancela
                 move f-Desc-codigo                      to f03300-Desc-codigo
                 move f-id-operacao                      to f03300-id-operacao
                 move f-id-ambito                        to f03300-id-ambito
                 move f-cd-class-trib                    to f03300-cd-class-trib
                 move f-aliq-ibs                         to f03300-aliq-ibs
                 move f-aliq-cbs                         to f03300-aliq-cbs

                 perform 9000-Rewrite_Kakinaosu-pd03300
                 if   not ws-OperationOK
            move f03300-Desc-codigo                 to f-Desc-codigo
            move f03300-id-operacao                 to f-id-operacao
            move f03300-id-ambito                   to f-id-ambito
            move f03300-cd-class-trib               to f-cd-class-trib
            move f03300-aliq-ibs                    to f-aliq-ibs
            move f03300-aliq-cbs                    to f-aliq-cbs

            move "00"                               to ws-AccessResult

