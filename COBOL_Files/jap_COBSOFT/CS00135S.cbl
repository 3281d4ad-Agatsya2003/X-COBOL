      $set sourceformat"free"
       program-id. CS00135S.
      *>=================================================================================
      *>
      *>     Conflitos de Segregacao de Funcoes - Regras x Permissoes
      *>
      *>=================================================================================
       environment division.
       configuration section.
            special-names. decimal-point is comma.

       copy CSS00800.cpy.
       copy CSS01100.cpy.
       copy CSS01200.cpy.
       copy CSS01300.cpy.
       copy CSS18600.cpy.
       copy CSS18700.cpy.

      *>=================================================================================
       data division.

       copy CSF00800.cpy.
       copy CSF01100.cpy.
       copy CSF01200.cpy.
       copy CSF01300.cpy.
       copy CSF18600.cpy.
       copy CSF18700.cpy.

      *>=================================================================================
       working-storage section.

       78   c-Version                                value "a".
       78   c-ThisProgram                         value "CS00135S".
       78   c-ProgramDesc                   value "CONFLITOS DE SEGREGACAO".
       78   c-max-regras                            value 300.
       78   c-max-detidos                           value 600.
       78   c-max-usuarios-perfil                   value 500.
       78   c-max-conflitos                         value 20.

       copy CSW00900.cpy.

       01   ws-WorkFields.
            03 ws-id-exige-candidato               pic x(01).
               88 ws-exige-candidato                   value "S".
            03 ws-UserID-corrente                  pic 9(11).
            03 ws-ProfileCode-corrente             pic 9(03).
            03 ws-origem-corrente                  pic x(12).
            03 ws-ProgramCode-busca                pic x(08).
            03 ws-ind-regra                        pic 9(03).
            03 ws-ind-pgm-regra                    pic 9(01).
            03 ws-ind-detido                       pic 9(03).
            03 ws-ind-candidato                    pic 9(03).
            03 ws-ind-usuario                      pic 9(03).
            03 ws-ind-conflito                     pic 9(03).
            03 ws-qtde-programas-regra             pic 9(01).
            03 ws-qtde-detidos-regra               pic 9(01).
            03 ws-qtde-minima-regra                pic 9(01).
            03 ws-id-envolve-candidato             pic x(01).
               88 ws-envolve-candidato                 value "S".
            03 ws-programas-regra                  pic x(60).
            03 ws-origens-regra                    pic x(120).
            03 ws-ptr-programas                    pic 9(03).
            03 ws-ptr-origens                      pic 9(03).
            03 ws-peso-risco                       pic 9(01).
            03 ws-peso-maior                       pic 9(01).
            03 ws-id-justificado                   pic x(01).
               88 ws-regra-justificada                 value "S".

       01   ws-tabela-regras.
            03 ws-qtde-regras                      pic 9(03).
            03 ws-regra occurs 300 times.
               05 ws-cd-regra                      pic 9(04).
               05 ws-ds-regra                      pic x(55).
               05 ws-id-risco-regra                pic x(01).
               05 ws-qtde-minima                   pic 9(01).
               05 ws-id-considera-consulta         pic x(01).
               05 ws-ProgramCode-regra occurs 6 times pic x(08).

       01   ws-tabela-detidos.
            03 ws-qtde-detidos                     pic 9(03).
            03 ws-detido occurs 600 times.
               05 ws-ProgramCode-detido            pic x(08).
               05 ws-id-escrita-detido             pic x(01).
               05 ws-id-consulta-detido            pic x(01).
               05 ws-id-candidato-detido           pic x(01).
               05 ws-origem-detido                 pic x(12).

       01   ws-tabela-usuarios-perfil.
            03 ws-qtde-usuarios-perfil             pic 9(03).
            03 ws-UserID-perfil occurs 500 times   pic 9(11).

      *>=================================================================================
       linkage section.

       copy CSL00900.cpy.

       copy CSW18600.cpy.

      *>=================================================================================
       procedure division using lnk-par lw-SoD.

      *>=================================================================================

       0000-Control_Seigyo section.
            perform 1000-Initialization_Shokika
            perform 2000-Processing_Shori
            perform 3000-Finalization_Shuryo.
       0000-Exit_Deguchi.
            exit program
            stop run
       exit.

      *>=================================================================================
       1000-Initialization_Shokika section.

            perform 9000-Open_Akeru-i-pd00800
            perform 9000-Open_Akeru-i-pd01100
            perform 9000-Open_Akeru-i-pd01200
            perform 9000-Open_Akeru-i-pd01300
            perform 9000-Open_Akeru-i-pd18600
            perform 9000-Open_Akeru-io-pd18700

            perform 9000-carrega-regras

            *> Liberacao de bloqueio restrita a quem pode atribuir acesso
            move spaces                             to lw-id-liberacao-sod
            if   lnk-MasterLogin
                 set  lw-sod-pode-liberar           to true
            else
                 initialize                        f00800-User_Yuuzaa
                 move function numval(lnk-UserID)   to f00800-UserID
                 perform 9000-Read_Yomu-pd00800-ran
                 if   ws-OperationOK
                 and  f00800-permite-atribuir-acesso
                      set  lw-sod-pode-liberar      to true
                 end-if
                 move "00"                          to ws-AccessResult
            end-if

       exit.

      *>=================================================================================
      *> U: concessao a um usuario (perfil ou programa) contra o que ele ja
      *>    detem na empresa/filial
      *> P: programa incluido em um perfil, contra o proprio perfil e contra
      *>    cada usuario que ja o possui
      *> L: todos os conflitos vigentes do usuario
      *> J: registra a justificativa da liberacao dos conflitos devolvidos
       2000-Processing_Shori section.

            if   lw-sod-registrar-excecao
                 perform 2300-registra-excecao
                 exit section
            end-if

            move spaces                             to lw-id-risco-sod
                                                       lw-id-bloqueio-sod
            move zeros                              to lw-qtde-conflitos-sod
                                                       ws-peso-maior

            evaluate true
                when lw-sod-verificar-usuario
                     set  ws-exige-candidato        to true
                     move lw-UserID-sod             to ws-UserID-corrente
                     perform 2100-monta-detidos-usuario
                     perform 2100-inclui-candidatos
                     perform 2200-avalia-regras

                when lw-sod-listar-usuario
                     move "N"                       to ws-id-exige-candidato
                     move lw-UserID-sod             to ws-UserID-corrente
                     perform 2100-monta-detidos-usuario
                     perform 2200-avalia-regras

                when lw-sod-verificar-perfil
                     set  ws-exige-candidato        to true
                     move zeros                     to ws-UserID-corrente
                     perform 2100-monta-detidos-perfil
                     perform 2100-inclui-candidatos
                     perform 2200-avalia-regras

                     perform 2100-usuarios-do-perfil
                     perform varying ws-ind-usuario from 1 by 1
                             until ws-ind-usuario greater ws-qtde-usuarios-perfil
                          move ws-UserID-perfil(ws-ind-usuario) to ws-UserID-corrente
                          perform 2100-monta-detidos-usuario
                          perform 2100-inclui-candidatos
                          perform 2200-avalia-regras
                     end-perform
            end-evaluate

            evaluate ws-peso-maior
                when 3
                     set  lw-sod-risco-alto         to true
                when 2
                     set  lw-sod-risco-medio        to true
                when 1
                     set  lw-sod-risco-baixo        to true
            end-evaluate

            *> Alto risco bloqueia, salvo se ja houver liberacao justificada
            perform varying ws-ind-conflito from 1 by 1
                    until ws-ind-conflito greater lw-qtde-conflitos-sod
                 if   lw-id-risco-conflito(ws-ind-conflito) equal "A"
                 and  not lw-conflito-justificado(ws-ind-conflito)
                      set  lw-sod-bloqueado         to true
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Permissao efetiva do usuario: programas dos seus perfis, sobrepostos
      *> pelo registro do proprio usuario quando existir
       2100-monta-detidos-usuario section.

            move zeros                              to ws-qtde-detidos

            initialize                             f01200-User_Yuuzaa-Profile_Purofiru
            move lw-CompanyCode-sod                 to f01200-CompanyCode
            move lw-BranchCode-sod                  to f01200-BranchCode
            move ws-UserID-corrente                 to f01200-UserID
            move zeros                              to f01200-ProfileCode
            perform 9000-str-pd01200-gtr
            perform 9000-Read_Yomu-pd01200-nex
            perform until not ws-OperationOK
                       or f01200-CompanyCode not equal lw-CompanyCode-sod
                       or f01200-BranchCode  not equal lw-BranchCode-sod
                       or f01200-UserID      not equal ws-UserID-corrente

                 move f01200-ProfileCode            to ws-ProfileCode-corrente
                 perform 2100-programas-do-perfil

                 perform 9000-Read_Yomu-pd01200-nex
            end-perform

            initialize                             f01300-User_Yuuzaa-modulo
            move lw-CompanyCode-sod                 to f01300-CompanyCode
            move lw-BranchCode-sod                  to f01300-BranchCode
            move ws-UserID-corrente                 to f01300-UserID
            move spaces                             to f01300-ProgramCode
            perform 9000-str-pd01300-gtr
            perform 9000-Read_Yomu-pd01300-nex
            perform until not ws-OperationOK
                       or f01300-CompanyCode not equal lw-CompanyCode-sod
                       or f01300-BranchCode  not equal lw-BranchCode-sod
                       or f01300-UserID      not equal ws-UserID-corrente

                 move f01300-ProgramCode            to ws-ProgramCode-busca
                 perform 9000-localiza-detido
                 if   ws-ind-detido greater ws-qtde-detidos
                      if   ws-qtde-detidos less c-max-detidos
                           add  1                   to ws-qtde-detidos
                           move ws-qtde-detidos     to ws-ind-detido
                           move f01300-ProgramCode  to ws-ProgramCode-detido(ws-ind-detido)
                           move spaces              to ws-id-candidato-detido(ws-ind-detido)
                           move "DIRETO"            to ws-origem-detido(ws-ind-detido)
                      end-if
                 end-if
                 if   ws-ind-detido not greater ws-qtde-detidos
                      move "N"                      to ws-id-escrita-detido(ws-ind-detido)
                                                       ws-id-consulta-detido(ws-ind-detido)
                      if   f01300-AllowAdd
                      or   f01300-AllowMaintenance
                      or   f01300-permite-Delete_Sakujo
                           move "S"                 to ws-id-escrita-detido(ws-ind-detido)
                      end-if
                      if   f01300-AllowQuery
                           move "S"                 to ws-id-consulta-detido(ws-ind-detido)
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd01300-nex
            end-perform

       exit.

      *>=================================================================================
       2100-monta-detidos-perfil section.

            move zeros                              to ws-qtde-detidos
            move lw-ProfileCode-sod                 to ws-ProfileCode-corrente
            perform 2100-programas-do-perfil

       exit.

      *>=================================================================================
       2100-programas-do-perfil section.

            move spaces                             to ws-origem-corrente
            string "PERFIL " ws-ProfileCode-corrente delimited by size
                   into ws-origem-corrente

            initialize                             f01100-Profile_Purofiru-modulo
            move lw-CompanyCode-sod                 to f01100-CompanyCode
            move lw-BranchCode-sod                  to f01100-BranchCode
            move ws-ProfileCode-corrente            to f01100-ProfileCode
            move spaces                             to f01100-ProgramCode
            perform 9000-str-pd01100-gtr
            perform 9000-Read_Yomu-pd01100-nex
            perform until not ws-OperationOK
                       or f01100-CompanyCode not equal lw-CompanyCode-sod
                       or f01100-BranchCode  not equal lw-BranchCode-sod
                       or f01100-ProfileCode not equal ws-ProfileCode-corrente

                 move f01100-ProgramCode            to ws-ProgramCode-busca
                 perform 9000-localiza-detido
                 if   ws-ind-detido greater ws-qtde-detidos
                 and  ws-qtde-detidos less c-max-detidos
                      add  1                        to ws-qtde-detidos
                      move ws-qtde-detidos          to ws-ind-detido
                      move f01100-ProgramCode       to ws-ProgramCode-detido(ws-ind-detido)
                      move "N"                      to ws-id-escrita-detido(ws-ind-detido)
                                                       ws-id-consulta-detido(ws-ind-detido)
                      move spaces                   to ws-id-candidato-detido(ws-ind-detido)
                      move ws-origem-corrente       to ws-origem-detido(ws-ind-detido)
                 end-if
                 if   ws-ind-detido not greater ws-qtde-detidos
                      if   f01100-AllowAdd
                      or   f01100-AllowMaintenance
                      or   f01100-permite-Delete_Sakujo
                           move "S"                 to ws-id-escrita-detido(ws-ind-detido)
                      end-if
                      if   f01100-AllowQuery
                           move "S"                 to ws-id-consulta-detido(ws-ind-detido)
                      end-if
                 end-if

                 perform 9000-Read_Yomu-pd01100-nex
            end-perform

       exit.

      *>=================================================================================
      *> Programas da concessao em analise somados ao que ja e detido
       2100-inclui-candidatos section.

            perform varying ws-ind-candidato from 1 by 1
                    until ws-ind-candidato greater lw-qtde-candidatos-sod
                       or ws-ind-candidato greater 100

                 move lw-ProgramCode-candidato-sod(ws-ind-candidato) to ws-ProgramCode-busca
                 perform 9000-localiza-detido
                 if   ws-ind-detido greater ws-qtde-detidos
                 and  ws-qtde-detidos less c-max-detidos
                      add  1                        to ws-qtde-detidos
                      move ws-qtde-detidos          to ws-ind-detido
                      move ws-ProgramCode-busca     to ws-ProgramCode-detido(ws-ind-detido)
                      move "N"                      to ws-id-escrita-detido(ws-ind-detido)
                 end-if
                 if   ws-ind-detido not greater ws-qtde-detidos
                      move "S"                      to ws-id-consulta-detido(ws-ind-detido)
                                                       ws-id-candidato-detido(ws-ind-detido)
                      if   not lw-candidato-somente-consulta(ws-ind-candidato)
                           move "S"                 to ws-id-escrita-detido(ws-ind-detido)
                      end-if
                      move "NOVA CONCESSAO"         to ws-origem-detido(ws-ind-detido)
                 end-if
            end-perform

       exit.

      *>=================================================================================
      *> Usuarios da empresa/filial que ja possuem o perfil
       2100-usuarios-do-perfil section.

            move zeros                              to ws-qtde-usuarios-perfil

            initialize                             f01200-User_Yuuzaa-Profile_Purofiru
            move lw-CompanyCode-sod                 to f01200-CompanyCode
            move lw-BranchCode-sod                  to f01200-BranchCode
            move zeros                              to f01200-UserID
                                                       f01200-ProfileCode
            perform 9000-str-pd01200-gtr
            perform 9000-Read_Yomu-pd01200-nex
            perform until not ws-OperationOK
                       or f01200-CompanyCode not equal lw-CompanyCode-sod
                       or f01200-BranchCode  not equal lw-BranchCode-sod

                 if   f01200-ProfileCode equal lw-ProfileCode-sod
                 and  ws-qtde-usuarios-perfil less c-max-usuarios-perfil
                      add  1                        to ws-qtde-usuarios-perfil
                      move f01200-UserID            to ws-UserID-perfil(ws-qtde-usuarios-perfil)
                 end-if

                 perform 9000-Read_Yomu-pd01200-nex
            end-perform

       exit.

      *>=================================================================================
      *> Regra violada quando o conjunto detido alcanca a quantidade minima
      *> de programas da regra (todos, se nao informada)
       2200-avalia-regras section.

            perform varying ws-ind-regra from 1 by 1
                    until ws-ind-regra greater ws-qtde-regras

                 move zeros                         to ws-qtde-programas-regra
                                                       ws-qtde-detidos-regra
                 move spaces                        to ws-id-envolve-candidato
                                                       ws-programas-regra
                                                       ws-origens-regra
                 move 1                             to ws-ptr-programas
                                                       ws-ptr-origens

                 perform varying ws-ind-pgm-regra from 1 by 1
                         until ws-ind-pgm-regra greater 6
                      if   ws-ProgramCode-regra(ws-ind-regra ws-ind-pgm-regra) not equal spaces
                           add  1                   to ws-qtde-programas-regra
                           move ws-ProgramCode-regra(ws-ind-regra ws-ind-pgm-regra)
                                                    to ws-ProgramCode-busca
                           perform 9000-localiza-detido
                           if   ws-ind-detido not greater ws-qtde-detidos
                           and (ws-id-escrita-detido(ws-ind-detido) equal "S"
                            or (ws-id-considera-consulta(ws-ind-regra) equal "S"
                                and ws-id-consulta-detido(ws-ind-detido) equal "S"))
                                add  1              to ws-qtde-detidos-regra
                                if   ws-id-candidato-detido(ws-ind-detido) equal "S"
                                     set  ws-envolve-candidato to true
                                end-if
                                string ws-ProgramCode-busca delimited by space
                                       " "          delimited by size
                                       into ws-programas-regra
                                       with pointer ws-ptr-programas
                                string ws-ProgramCode-busca delimited by space
                                       "="          delimited by size
                                       ws-origem-detido(ws-ind-detido) delimited by "  "
                                       " "          delimited by size
                                       into ws-origens-regra
                                       with pointer ws-ptr-origens
                           end-if
                      end-if
                 end-perform

                 move ws-qtde-minima(ws-ind-regra)  to ws-qtde-minima-regra
                 if   ws-qtde-minima-regra equal zeros
                 or   ws-qtde-minima-regra greater ws-qtde-programas-regra
                      move ws-qtde-programas-regra  to ws-qtde-minima-regra
                 end-if
                 if   ws-qtde-minima-regra less 2
                      move 2                        to ws-qtde-minima-regra
                 end-if

                 if   ws-qtde-detidos-regra not less ws-qtde-minima-regra
                 and (ws-envolve-candidato or not ws-exige-candidato)
                      perform 2200-registra-conflito
                 end-if

            end-perform

       exit.

      *>=================================================================================
       2200-registra-conflito section.

            evaluate ws-id-risco-regra(ws-ind-regra)
                when "A"
                     move 3                         to ws-peso-risco
                when "M"
                     move 2                         to ws-peso-risco
                when other
                     move 1                         to ws-peso-risco
            end-evaluate
            if   ws-peso-risco greater ws-peso-maior
                 move ws-peso-risco                 to ws-peso-maior
            end-if

            perform 9000-verifica-justificativa

            if   lw-qtde-conflitos-sod not less c-max-conflitos
                 *> Tabela cheia: o risco mais alto ainda precisa bloquear
                 if   ws-peso-risco equal 3
                 and  not ws-regra-justificada
                      move "A"                      to lw-id-risco-conflito(c-max-conflitos)
                      move "N"                      to lw-id-excecao-conflito(c-max-conflitos)
                 end-if
                 exit section
            end-if

            add  1                                  to lw-qtde-conflitos-sod
            move lw-qtde-conflitos-sod              to ws-ind-conflito
            move ws-cd-regra(ws-ind-regra)          to lw-cd-regra-conflito(ws-ind-conflito)
            move ws-id-risco-regra(ws-ind-regra)    to lw-id-risco-conflito(ws-ind-conflito)
            move ws-ds-regra(ws-ind-regra)          to lw-ds-regra-conflito(ws-ind-conflito)
            move ws-programas-regra                 to lw-programas-conflito(ws-ind-conflito)
            move ws-origens-regra                   to lw-origem-conflito(ws-ind-conflito)
            move ws-UserID-corrente                 to lw-UserID-conflito(ws-ind-conflito)
            move ws-id-justificado                  to lw-id-excecao-conflito(ws-ind-conflito)

       exit.

      *>=================================================================================
      *> Liberacao ja registrada para a regra no mesmo usuario (ou perfil)
       9000-verifica-justificativa section.

            move "N"                                to ws-id-justificado

            initialize                             f18700-Excecao_SoD
            move ws-cd-regra(ws-ind-regra)          to f18700-cd-regra
            move zeros                              to f18700-data-liberacao
            perform 9000-str-pd18700-nlss-1
            perform 9000-Read_Yomu-pd18700-nex
            perform until not ws-OperationOK
                       or f18700-cd-regra not equal ws-cd-regra(ws-ind-regra)

                 if   f18700-CompanyCode equal lw-CompanyCode-sod
                 and  f18700-BranchCode  equal lw-BranchCode-sod
                 and  f18700-UserID      equal ws-UserID-corrente
                 and (ws-UserID-corrente not equal zeros
                      or f18700-ProfileCode equal lw-ProfileCode-sod)
                      set  ws-regra-justificada     to true
                      exit perform
                 end-if

                 perform 9000-Read_Yomu-pd18700-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
      *> Uma liberacao por regra/usuario, com justificativa e autorizador
       2300-registra-excecao section.

            if   not lw-sod-pode-liberar
            or   lw-justificativa-sod equal spaces
                 exit section
            end-if

            accept ws-data-inv                      from date yyyymmdd
            accept ws-Hours                         from time

            perform varying ws-ind-conflito from 1 by 1
                    until ws-ind-conflito greater lw-qtde-conflitos-sod

                 initialize                        f18700-Excecao_SoD
                 move lw-CompanyCode-sod            to f18700-CompanyCode
                 move lw-BranchCode-sod             to f18700-BranchCode
                 move lw-UserID-conflito(ws-ind-conflito) to f18700-UserID
                 move lw-ProfileCode-sod            to f18700-ProfileCode
                 move lw-cd-regra-conflito(ws-ind-conflito) to f18700-cd-regra
                 move ws-data-inv                   to f18700-data-liberacao
                 move ws-Hours                      to f18700-Time-liberacao
                 move lw-id-origem-sod              to f18700-id-origem
                 move lw-ProgramCode-sod            to f18700-ProgramCode
                 move lw-id-risco-conflito(ws-ind-conflito) to f18700-id-risco
                 move lw-justificativa-sod          to f18700-justificativa
                 move function numval(lnk-UserID)   to f18700-UserID-autorizador
                 perform 9000-Write_Kaku-pd18700
                 if   not ws-OperationOK
                      string "Error_Eraa de gravao f18700-Excecao_SoD - Status [" ws-AccessResult "]" into ws-Message_Messeji
                      perform 9000-Message_Messeji
                 end-if
                 set  lw-conflito-justificado(ws-ind-conflito) to true
            end-perform

            move spaces                             to lw-id-bloqueio-sod

       exit.

      *>=================================================================================
       9000-carrega-regras section.

            move zeros                              to ws-qtde-regras

            initialize                             f18600-Regra_SoD
            perform 9000-str-pd18600-nlss
            perform 9000-Read_Yomu-pd18600-nex
            perform until not ws-OperationOK
                       or ws-qtde-regras not less c-max-regras

                 if   f18600-regra-ativa
                      add  1                        to ws-qtde-regras
                      move f18600-cd-regra          to ws-cd-regra(ws-qtde-regras)
                      move f18600-ds-regra          to ws-ds-regra(ws-qtde-regras)
                      move f18600-id-risco          to ws-id-risco-regra(ws-qtde-regras)
                      move f18600-qtde-minima       to ws-qtde-minima(ws-qtde-regras)
                      move f18600-id-considera-consulta to ws-id-considera-consulta(ws-qtde-regras)
                      perform varying ws-ind-pgm-regra from 1 by 1
                              until ws-ind-pgm-regra greater 6
                           move f18600-ProgramCode-regra(ws-ind-pgm-regra)
                                to ws-ProgramCode-regra(ws-qtde-regras ws-ind-pgm-regra)
                      end-perform
                 end-if

                 perform 9000-Read_Yomu-pd18600-nex
            end-perform

            move "00"                               to ws-AccessResult

       exit.

      *>=================================================================================
       9000-localiza-detido section.

            perform varying ws-ind-detido from 1 by 1
                    until ws-ind-detido greater ws-qtde-detidos
                 if   ws-ProgramCode-detido(ws-ind-detido) equal ws-ProgramCode-busca
                      exit perform
                 end-if
            end-perform

       exit.

      *>=================================================================================
       3000-Finalization_Shuryo section.

            close pd00800
            close pd01100
            close pd01200
            close pd01300
            close pd18600
            close pd18700

       exit.

      *>=================================================================================
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

      *>=================================================================================
      *> 読み取り

       copy CSR00800.cpy.
       copy CSR01100.cpy.
       copy CSR01200.cpy.
       copy CSR01300.cpy.
       copy CSR18600.cpy.
       copy CSR18700.cpy.
