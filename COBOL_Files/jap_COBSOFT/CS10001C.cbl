       78   c-ProgramDesc                   value "EMPRESAS".
       
       78   c-auditoria-cadastro                    value "CS00116S".
       78   c-qtde-rotulos                          value 41.

       copy CSC00900.cpy.
       copy CSW00900.cpy.
            03 ws-registro-novo                    pic x(512).

       copy CSW08800.cpy.

      *> Rotulos da tela; traduzidos para o idioma do Usuario_Yuuzaa na abertura
       01   ws-Rotulos-Padrao.
            03 filler                              pic x(28)     value "会社コード:".
            03 filler                              pic x(28)     value "支店コード:".
            03 filler                              pic x(28)     value "会社名(正式):".
            03 filler                              pic x(28)     value "取引名:".
            03 filler                              pic x(28)     value "CNPJ:".
            03 filler                              pic x(28)     value "IE:".
            03 filler                              pic x(28)     value "ZipCode_Yubin:".
            03 filler                              pic x(28)     value "住所:".
            03 filler                              pic x(28)     value "Number 住所:".
            03 filler                              pic x(28)     value "近隣地区:".
            03 filler                              pic x(28)     value "市区町村:".
            03 filler                              pic x(28)     value "UF:".
            03 filler                              pic x(28)     value "国:".
            03 filler                              pic x(28)     value "電話番号:".
            03 filler                              pic x(28)     value "電話番号:".
            03 filler                              pic x(28)     value "電話番号:".
            03 filler                              pic x(28)     value "E-mail:".
            03 filler                              pic x(28)     value "会社ステータス:".
            03 filler                              pic x(28)     value "IM:".
            03 filler                              pic x(28)     value "CNAE:".
            03 filler                              pic x(28)     value "Regime Tributario (1/2/3):".
            03 filler                              pic x(28)     value "Max. Tentativas de Login:".
            03 filler                              pic x(28)     value "Armazem Padrao_Kiroku:".
            03 filler                              pic x(28)     value "Multa % Atr:".
            03 filler                              pic x(28)     value "Juros % Mes:".
            03 filler                              pic x(28)     value "Servidor SMTP:".
            03 filler                              pic x(28)     value "Porta:".
            03 filler                              pic x(28)     value "Usuario SMTP:".
            03 filler                              pic x(28)     value "Inatividade(min):".
            03 filler                              pic x(28)     value "Chave PIX:".
            03 filler                              pic x(28)     value "Alcada Pagto.:".
            03 filler                              pic x(28)     value "Tol.Qtde(%):".
            03 filler                              pic x(28)     value "Tol.Preco(%):".
            03 filler                              pic x(28)     value "Bloq.IE Irr.(S/N):".
            03 filler                              pic x(28)     value "Reserva(dias):".
            03 filler                              pic x(28)     value "Prov.Obsol.(%) ate 90:".
            03 filler                              pic x(28)     value "180:".
            03 filler                              pic x(28)     value "365:".
            03 filler                              pic x(28)     value "Acima..:".
            03 filler                              pic x(28)     value "Pontos(meses):".
            03 filler                              pic x(28)     value "Valor do Ponto (R$)..:".
       01   filler redefines ws-Rotulos-Padrao.
            03 ws-rotulo-padrao                    pic x(28)     occurs 41 times.

       01   ws-Rotulos-Tela.
            03 ws-rotulo-tela                      pic x(28)     occurs 41 times.

       copy CSW19200.cpy.
       
       
       01   ws-WorkFields.
            03 f-perc-tolerancia-qtde              pic 9(03)v9(02).
            03 f-perc-tolerancia-preco             pic 9(03)v9(02).
            03 f-id-bloqueia-ie-irregular          pic x(01).
            03 f-dias-validade-reserva             pic 9(03).
            03 f-perc-provisao-ate-90              pic 9(03)v9(02).
            03 f-perc-provisao-ate-180             pic 9(03)v9(02).
            03 f-perc-provisao-ate-365             pic 9(03)v9(02).
            03 f-perc-provisao-acima-365           pic 9(03)v9(02).
            03 f-meses-validade-pontos             pic 9(03).
            03 f-Value-ponto-fidelidade            pic 9(03)v9(04).

      *>=================================================================================
       linkage section.
       screen section.
       
       01   frm-Company_Kaisha.
            03 line 11 col 18   pic x(15) from ws-rotulo-tela(01).
            03 line 11 col 34   pic 9(03) from f-CompanyCode.
            03 line 11 col 48   pic x(14) from ws-rotulo-tela(02).
            03 line 11 col 63   pic 9(04) from f-BranchCode.
            03 line 13 col 20   pic x(13) from ws-rotulo-tela(03).
            03 line 13 col 34   pic x(55) from f-razao-social.
            03 line 15 col 19   pic x(14) from ws-rotulo-tela(04).
            03 line 15 col 34   pic x(55) from f-Name_Namae-fantasia.
            03 line 17 col 28   pic x(05) from ws-rotulo-tela(05).
            03 line 17 col 34   pic x(18) from ws-mascara-cnpj.
            03 line 17 col 34   pic 9(02) from f-cnpj(01:02).
            03 line 17 col 37   pic 9(03) from f-cnpj(03:03).
            03 line 17 col 41   pic 9(03) from f-cnpj(06:03).
            03 line 17 col 45   pic 9(04) from f-cnpj(09:04).
            03 line 17 col 50   pic 9(02) from f-cnpj(13:02).   
            03 line 17 col 59   pic x(03) from ws-rotulo-tela(06).
            03 line 17 col 63   pic x(11) from f-ie.
            03 line 19 col 29   pic x(04) from ws-rotulo-tela(07).
            03 line 19 col 34   pic x(09) from ws-mascara-ZipCode_Yubin.
            03 line 19 col 34   pic 9(05) from f-ZipCode_Yubin(01:05).
            03 line 19 col 40   pic 9(03) from f-ZipCode_Yubin(06:03).
            03 line 21 col 24   pic x(09) from ws-rotulo-tela(08).
            03 line 21 col 34   pic x(55) from f-Address_Jusho.
            03 line 23 col 17   pic x(16) from ws-rotulo-tela(09).
            03 line 23 col 34   pic x(10) from f-nr-Address_Jusho.
            03 line 23 col 55   pic x(07) from ws-rotulo-tela(10).
            03 line 23 col 63   pic x(55) from f-District_Chiku.
            03 line 25 col 23   pic x(10) from ws-rotulo-tela(11).
            03 line 25 col 34   pic x(55) from f-City_Shichoson.
            03 line 27 col 30   pic x(03) from ws-rotulo-tela(12).
            03 line 27 col 34   pic x(02) from f-uf.
            03 line 27 col 57   pic x(05) from ws-rotulo-tela(13).
            03 line 27 col 63   pic x(55) from f-CountryName.
            03 line 29 col 24   pic x(09) from ws-rotulo-tela(14).
            03 line 29 col 34   pic x(20) from ws-mascara-Phone_Denwa.
            03 line 29 col 35   pic 9(02) from f-PhoneNum-1(01:02).
            03 line 29 col 39   pic 9(03) from f-PhoneNum-1(03:03).
            03 line 29 col 44   pic 9(05) from f-PhoneNum-1(06:05).
            03 line 29 col 50   pic 9(04) from f-PhoneNum-1(11:04).
            03 line 31 col 24   pic x(09) from ws-rotulo-tela(15).
            03 line 31 col 34   pic x(20) from ws-mascara-Phone_Denwa.
            03 line 31 col 35   pic 9(02) from f-PhoneNum-2(01:02).
            03 line 31 col 39   pic 9(03) from f-PhoneNum-2(03:03).
            03 line 31 col 44   pic 9(05) from f-PhoneNum-2(06:05).
            03 line 31 col 50   pic 9(04) from f-PhoneNum-2(11:04).            
            03 line 33 col 24   pic x(09) from ws-rotulo-tela(16).
            03 line 33 col 34   pic x(20) from ws-mascara-Phone_Denwa.
            03 line 33 col 35   pic 9(02) from f-PhoneNum-3(01:02).
            03 line 33 col 39   pic 9(03) from f-PhoneNum-3(03:03).
            03 line 33 col 44   pic 9(05) from f-PhoneNum-3(06:05).
            03 line 33 col 50   pic 9(04) from f-PhoneNum-3(11:04).            
            03 line 35 col 26   pic x(07) from ws-rotulo-tela(17).
            03 line 35 col 34   pic x(55) from f-Email.
            03 line 37 col 18   pic x(15) from ws-rotulo-tela(18).
            03 line 37 col 34   pic x(01) from f-StatusID.
            03 line 37 col 36   pic x(01) value "-".
            03 line 37 col 38   pic x(30) from f-ds-status.
            03 line 39 col 25   pic x(09) from ws-rotulo-tela(19).
            03 line 39 col 34   pic x(11) from f-im.
            03 line 39 col 50   pic x(05) from ws-rotulo-tela(20).
            03 line 39 col 63   pic 9(07) from f-cnae.
            03 line 41 col 10   pic x(24) from ws-rotulo-tela(21).
            03 line 41 col 34   pic 9(01) from f-regime-tributario.
            03 line 43 col 10   pic x(28) from ws-rotulo-tela(22).
            03 line 43 col 40   pic 9(02) from f-max-Attempts_Kokoromi-Login.
            03 line 45 col 10   pic x(28) from ws-rotulo-tela(23).
            03 line 45 col 40   pic 9(04) from f-ArmazemCode-Padrao.
            03 line 45 col 50   pic x(13) from ws-rotulo-tela(24).
            03 line 45 col 65   pic 9(03)v9(02) from f-perc-multa-atraso.
            03 line 45 col 75   pic x(12) from ws-rotulo-tela(25).
            03 line 45 col 89   pic 9(03)v9(02) from f-perc-juros-mes.
            03 line 47 col 10   pic x(14) from ws-rotulo-tela(26).
            03 line 47 col 25   pic x(60) from f-smtp-servidor.
            03 line 47 col 87   pic x(06) from ws-rotulo-tela(27).
            03 line 47 col 94   pic 9(05) from f-smtp-porta.
            03 line 49 col 10   pic x(14) from ws-rotulo-tela(28).
            03 line 49 col 25   pic x(55) from f-smtp-usuario.
            03 line 49 col 83   pic x(17) from ws-rotulo-tela(29).
            03 line 49 col 101  pic 9(03) from f-minutos-inatividade.
            03 line 51 col 10   pic x(10) from ws-rotulo-tela(30).
            03 line 51 col 25   pic x(77) from f-chave-pix.
            03 line 53 col 10   pic x(14) from ws-rotulo-tela(31).
            03 line 53 col 25   pic 9(09)v9(02) from f-Value-alcada-pagamento.
            03 line 53 col 40   pic x(12) from ws-rotulo-tela(32).
            03 line 53 col 53   pic 9(03)v9(02) from f-perc-tolerancia-qtde.
            03 line 53 col 62   pic x(13) from ws-rotulo-tela(33).
            03 line 53 col 76   pic 9(03)v9(02) from f-perc-tolerancia-preco.
            03 line 53 col 85   pic x(18) from ws-rotulo-tela(34).
            03 line 53 col 104  pic x(01) from f-id-bloqueia-ie-irregular.
            03 line 55 col 10   pic x(14) from ws-rotulo-tela(35).
            03 line 55 col 25   pic 9(03) from f-dias-validade-reserva.
            03 line 55 col 30   pic x(22) from ws-rotulo-tela(36).
            03 line 55 col 53   pic 9(03)v9(02) from f-perc-provisao-ate-90.
            03 line 55 col 60   pic x(04) from ws-rotulo-tela(37).
            03 line 55 col 65   pic 9(03)v9(02) from f-perc-provisao-ate-180.
            03 line 55 col 72   pic x(04) from ws-rotulo-tela(38).
            03 line 55 col 77   pic 9(03)v9(02) from f-perc-provisao-ate-365.
            03 line 55 col 84   pic x(08) from ws-rotulo-tela(39).
            03 line 55 col 93   pic 9(03)v9(02) from f-perc-provisao-acima-365.
            03 line 57 col 10   pic x(14) from ws-rotulo-tela(40).
            03 line 57 col 25   pic 9(03) from f-meses-validade-pontos.
            03 line 57 col 30   pic x(22) from ws-rotulo-tela(41).
            03 line 57 col 53   pic 9(03)v9(04) from f-Value-ponto-fidelidade.

      *>=================================================================================
       procedure division using lnk-par.
       1000-Initialization_Shokika section.
       
            initialize                             wf-FrameOptions

            perform 1100-traduz-rotulos
                        
            perform 9000-Open_Akeru-io-pd00700
       
       exit.

      *>=================================================================================
       1100-traduz-rotulos section.

            move ws-Rotulos-Padrao                 to ws-Rotulos-Tela

            if   lnk-idioma-portugues
                 exit section
            end-if

            perform varying ws-ind-rotulo from 1 by 1 until ws-ind-rotulo greater c-qtde-rotulos
                 set  lw-traducao-rotulo           to true
                 move spaces                       to lw-id-traducao
                 string c-ThisProgram "-" ws-ind-rotulo delimited by size into lw-id-traducao
                 move ws-rotulo-padrao(ws-ind-rotulo) to lw-texto-traducao
                 perform 9000-traduz-texto
                 if   lw-texto-traduzido
                      move lw-texto-traducao       to ws-rotulo-tela(ws-ind-rotulo)
                 end-if
            end-perform

       exit.
        
      *>=================================================================================
       2000-Processing_Shori section.

            *> Parametros operacionais da Filial: chave PIX de cobranca,
            *> alcada de aprovacao de pagamentos, tolerancias do confronto
            *> de recebimento, bloqueio de IE irregular na SEFAZ e validade
            *> em dias da reserva de Stock_Zaiko do Pedido de Venda (zero: sem limite)
            accept f-chave-pix at line 51 col 25 with update auto-skip
            accept f-Value-alcada-pagamento at line 53 col 25 with update auto-skip
            accept f-perc-tolerancia-qtde at line 53 col 53 with update auto-skip
            accept f-id-bloqueia-ie-irregular at line 53 col 104 with update auto-skip
            move function upper-case(f-id-bloqueia-ie-irregular)
                                                    to f-id-bloqueia-ie-irregular
            accept f-dias-validade-reserva at line 55 col 25 with update auto-skip
            accept f-perc-provisao-ate-90 at line 55 col 53 with update auto-skip
            accept f-perc-provisao-ate-180 at line 55 col 65 with update auto-skip
            accept f-perc-provisao-ate-365 at line 55 col 77 with update auto-skip
            accept f-perc-provisao-acima-365 at line 55 col 93 with update auto-skip
            accept f-meses-validade-pontos at line 57 col 25 with update auto-skip
            accept f-Value-ponto-fidelidade at line 57 col 53 with update auto-skip


            if   not ws-Company_Kaisha-existente

            *> Parametros operacionais da Filial: chave PIX de cobranca,
            *> alcada de aprovacao de pagamentos, tolerancias do confronto
            *> de recebimento, bloqueio de IE irregular na SEFAZ e validade
            *> em dias da reserva de Stock_Zaiko do Pedido de Venda (zero: sem limite)
            accept f-chave-pix at line 51 col 25 with update auto-skip
            accept f-Value-alcada-pagamento at line 53 col 25 with update auto-skip
            accept f-perc-tolerancia-qtde at line 53 col 53 with update auto-skip
            accept f-id-bloqueia-ie-irregular at line 53 col 104 with update auto-skip
            move function upper-case(f-id-bloqueia-ie-irregular)
                                                    to f-id-bloqueia-ie-irregular
            accept f-dias-validade-reserva at line 55 col 25 with update auto-skip
            accept f-perc-provisao-ate-90 at line 55 col 53 with update auto-skip
            accept f-perc-provisao-ate-180 at line 55 col 65 with update auto-skip
            accept f-perc-provisao-ate-365 at line 55 col 77 with update auto-skip
            accept f-perc-provisao-acima-365 at line 55 col 93 with update auto-skip
            accept f-meses-validade-pontos at line 57 col 25 with update auto-skip
            accept f-Value-ponto-fidelidade at line 57 col 53 with update auto-skip


            perform 8000-FrameControl
      *> Rotinas Genrias

       copy CSP00900.cpy. *> Padro

       copy CSP19200.cpy. *> Traducao
       
      *>=================================================================================
       9000-MoveRecordsFrame section.
            move f00700-perc-tolerancia-qtde        to f-perc-tolerancia-qtde
            move f00700-perc-tolerancia-preco       to f-perc-tolerancia-preco
            move f00700-id-bloqueia-ie-irregular    to f-id-bloqueia-ie-irregular
            move f00700-dias-validade-reserva       to f-dias-validade-reserva
            move f00700-perc-provisao-ate-90        to f-perc-provisao-ate-90
            move f00700-perc-provisao-ate-180       to f-perc-provisao-ate-180
            move f00700-perc-provisao-ate-365       to f-perc-provisao-ate-365
            move f00700-perc-provisao-acima-365     to f-perc-provisao-acima-365
            move f00700-meses-validade-pontos       to f-meses-validade-pontos
            move f00700-Value-ponto-fidelidade      to f-Value-ponto-fidelidade

            perform 9000-monta-Desc-status
            
            move f-perc-tolerancia-qtde             to f00700-perc-tolerancia-qtde
            move f-perc-tolerancia-preco            to f00700-perc-tolerancia-preco
            move f-id-bloqueia-ie-irregular         to f00700-id-bloqueia-ie-irregular
            move f-dias-validade-reserva            to f00700-dias-validade-reserva
            move f-perc-provisao-ate-90             to f00700-perc-provisao-ate-90
            move f-perc-provisao-ate-180            to f00700-perc-provisao-ate-180
            move f-perc-provisao-ate-365            to f00700-perc-provisao-ate-365
            move f-perc-provisao-acima-365          to f00700-perc-provisao-acima-365
            move f-meses-validade-pontos            to f00700-meses-validade-pontos
            move f-Value-ponto-fidelidade           to f00700-Value-ponto-fidelidade
            move ws-id-contingencia-corrente        to f00700-id-contingencia-nfe

       exit.
