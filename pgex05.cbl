      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGEX05       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Leads dos Estandes :                                       *
      *                                                             *
      *  (L)eads     - p/ o expositor (codigo do associado, 0 =     *
      *                todos) gera o arquivo LDnnnnn.TXT e a lista  *
      *                dos visitantes lidos nos seus estandes pelo  *
      *                pgsl05 (ARQEX03), com empresa, cargo e       *
      *                contato do ARQSL01 e o e-mail do ARQEL01;    *
      *                fica de fora quem nao autorizou o repasse    *
      *                dos dados (sl01-compartilha = "N");          *
      *  (R)anking   - estandes em ordem de visitas lidas, p/ a     *
      *                equipe comercial;                            *
      *  (O)posicao  - anota se o participante autoriza ou nao o    *
      *                repasse dos seus dados aos expositores.      *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgex05.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqex03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ex03-chave
                  file status is ex03-status.
      *
           select arqex01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ex01-chave
                  alternate record key is ex01-chave-1 with duplicates
                  alternate record key is ex01-chave-2 with duplicates
                  alternate record key is ex01-chave-3 with duplicates
                  file status is ex01-status.
      *
           select arqsl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl01-chave
                  alternate record key is sl01-chave-1 with duplicates
                  alternate record key is sl01-chave-2 with duplicates
                  alternate record key is sl01-chave-3 with duplicates
                  alternate record key is sl01-chave-4 with duplicates
                  file status is sl01-status.
      *
           select arqel01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is el01-chave
                  alternate record key is el01-chave-1 with duplicates
                  file status is el01-status.
      *
           select arqab01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab01-chave
                  alternate record key is ab01-chave-1 with duplicates
                  alternate record key is ab01-chave-2 with duplicates
                  file status is ab01-status.
      *
           select arqlead assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is lead-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdex03.lib.
      *
       copy fdex01.lib.
      *
       copy fdsl01.lib.
      *
       copy fdel01.lib.
      *
       copy fdab01.lib.
      *
       fd arqlead

       label record is standard
       value of file-id is nome-lead
       data record is reg-lead.

       01 reg-lead                     pic x(300).
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 ex03-status                  pic x(02) value "00".
       01 ex03-stat                    pic x(01) value "F".
      *
       01 nome-arq-ex03.
          02 ex03-dir                  pic x(03) value "EX2".
          02 filler                    pic x(01) value "\".
          02 ex03-nome                 pic x(08) value "ARQEX03A".
          02 filler                    pic x(01) value ".".
          02 ex03-ext                  pic x(03) value "DAT".
      *
       01 ex01-status                  pic x(02) value "00".
       01 ex01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ex01.
          02 ex01-dir                  pic x(03) value "EX2".
          02 filler                    pic x(01) value "\".
          02 ex01-nome                 pic x(08) value "ARQEX01A".
          02 filler                    pic x(01) value ".".
          02 ex01-ext                  pic x(03) value "DAT".
      *
       01 sl01-status                  pic x(02) value "00".
       01 sl01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sl01.
          02 sl01-dir                  pic x(03) value "SL2".
          02 filler                    pic x(01) value "\".
          02 sl01-nome-arq             pic x(08) value "ARQSL01A".
          02 filler                    pic x(01) value ".".
          02 sl01-ext                  pic x(03) value "DAT".
      *
       01 el01-status                  pic x(02) value "00".
       01 el01-stat                    pic x(01) value "F".
      *
       01 nome-arq-el01.
          02 el01-dir                  pic x(03) value "EML".
          02 filler                    pic x(01) value "\".
          02 el01-nome-arq             pic x(08) value "ARQEL01A".
          02 filler                    pic x(01) value ".".
          02 el01-ext                  pic x(03) value "DAT".
      *
       01 ab01-status                  pic x(02) value "00".
       01 ab01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab01.
          02 ab01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ab01-nome                 pic x(08) value "ARQAB01A".
          02 filler                    pic x(01) value ".".
          02 ab01-ext                  pic x(03) value "DAT".
      *
       01 lead-status                  pic x(02) value "00".
       01 lead-stat                    pic x(01) value "F".
      *
       01 nome-lead.
          02 filler                    pic x(02) value "LD".
          02 lead-nome-codigo          pic 9(05) value 0.
          02 filler                    pic x(04) value ".TXT".
          02 filler                    pic x(01) value spaces.
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGEX05".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 expositor                 pic 9(05) value 0.
          02 participante              pic 9(05) value 0.
          02 compartilha               pic x(01) value spaces.
      *
       01 expositor-atual              pic 9(05) value 0.
       01 nome-expositor               pic x(40) value spaces.
      *
       01 cont-lead.
          02 qtd-visitas               pic 9(05) value 0.
          02 qtd-excluidos             pic 9(05) value 0.
          02 qtd-leads                 pic 9(05) value 0.
          02 qtd-arquivos              pic 9(05) value 0.
      *
      *    Visitas e leads repassaveis por estande p/ o ranking
      *
       01 std-max                      pic 9(03) comp-5 value 500.
       01 std-qtd                      pic 9(03) comp-5 value 0.
       01 std-i                        pic 9(03) comp-5 value 0.
       01 std-j                        pic 9(03) comp-5 value 0.
       01 std-tabela.
          02 std-item occurs 500.
             03 std-estande            pic x(10).
             03 std-visitas            pic 9(05).
             03 std-leads              pic 9(05).
       01 std-salva.
          02 std-s-estande             pic x(10).
          02 std-s-visitas             pic 9(05).
          02 std-s-leads               pic 9(05).
       01 rank                         pic 9(03) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
       01 hora-aux.
          02 hh-aux                    pic 9(02) value 0.
          02 mm-aux                    pic 9(02) value 0.
      *
      *    Linha do arquivo de leads (campos separados por ";")
      *
       01 lead-lin.
          02 lead-estande              pic x(10) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-data                 pic x(08) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-hora                 pic x(05) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-codigo               pic 9(05) value 0.
          02 filler                    pic x(01) value ";".
          02 lead-nome                 pic x(40) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-cargo                pic x(15) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-empresa              pic x(40) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-endereco             pic x(40) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-cidade               pic x(15) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-uf                   pic x(02) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-cep                  pic 9(08) value 0.
          02 filler                    pic x(01) value ";".
          02 lead-ddd                  pic 9(04) value 0.
          02 filler                    pic x(01) value ";".
          02 lead-telefone             pic x(08) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-fax                  pic x(08) value spaces.
          02 filler                    pic x(01) value ";".
          02 lead-email                pic x(60) value spaces.
      *
       01 lead-cab                     pic x(120) value
          "ESTANDE;DATA;HORA;CODIGO;NOME;CARGO;EMPRESA;ENDERECO;CIDADE;U
      -   "F;CEP;DDD;TELEFONE;FAX;E-MAIL".
      *
       01 cab-abav.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(01) value x"0e".
          02 filler                    pic x(08) value "ABAV/SP ".
          02 filler                    pic x(01) value x"14".
          02 filler                    pic x(01) value x"0f".
          02 filler                    pic x(56) value
          "Associcao Brasileira de Agencias de Viagens de Sao Paulo".
          02 filler                    pic x(01) value x"12".
      *
       01 cab-prog.
          02 filler                    pic x(02) value spaces.
          02 cab-titulo-rel            pic x(40) value spaces.
          02 filler                    pic x(13) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-exp.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(11) value "Expositor: ".
          02 cab-exp-codigo            pic 9(05) value 0.
          02 filler                    pic x(03) value " - ".
          02 cab-exp-nome              pic x(40) value spaces.
          02 filler                    pic x(11) value "  Arquivo: ".
          02 cab-exp-arquivo           pic x(12) value spaces.
      *
       01 cab-led-tit.
          02 filler                    pic x(11) value "Estande".
          02 filler                    pic x(31) value "Visitante".
          02 filler                    pic x(16) value "Cargo".
          02 filler                    pic x(31) value "Empresa".
          02 filler                    pic x(16) value "Telefone".
          02 filler                    pic x(27) value "E-mail".
      *
       01 cab-led-lin.
          02 cab-led-estande           pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-led-nome              pic x(30) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-led-cargo             pic x(15) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-led-empresa           pic x(30) value spaces.
          02 filler                    pic x(01) value spaces.
          02 filler                    pic x(01) value "(".
          02 cab-led-ddd               pic 9(04) value 0.
          02 filler                    pic x(02) value ") ".
          02 cab-led-telefone          pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-led-email             pic x(27) value spaces.
      *
       01 cab-led-tot.
          02 filler                    pic x(17) value
             "Visitas lidas...:".
          02 cab-led-tot-visitas       pic zzzz9 value 0.
          02 filler                    pic x(27) value
             "   Sem autorizacao (fora):".
          02 cab-led-tot-excl          pic zzzz9 value 0.
          02 filler                    pic x(22) value
             "   Leads repassados:".
          02 cab-led-tot-leads         pic zzzz9 value 0.
      *
       01 cab-rnk-tit.
          02 filler                    pic x(06) value "Pos.".
          02 filler                    pic x(11) value "Estande".
          02 filler                    pic x(48) value "Expositor".
          02 filler                    pic x(09) value "  Visitas".
          02 filler                    pic x(09) value "    Leads".
      *
       01 cab-rnk-lin.
          02 cab-rnk-pos               pic zz9 value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-rnk-estande           pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-rnk-codigo            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-rnk-nome              pic x(40) value spaces.
          02 filler                    pic x(04) value spaces.
          02 cab-rnk-visitas           pic zzzz9 value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-rnk-leads             pic zzzz9 value 0.
      *
       copy workgen.lib.
      *
       linkage section.
      *
       01 param-menu.
          02 param-usr                 pic x(10).
          02 param-senha               pic x(10).
          02 param-prioridade          pic 9(01).
          02 param-data                pic 9(05).
          02 param-impress             pic x(12).
      *
       screen section.
      *
       01 tela-01.
          02 line 07 column 42 foreground-color 06 background-color 01
             highlight value "Leads dos Estandes".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (L/R/O).......:".
      *
       01 tela-leads.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Expositor (0=todos)..:".
      *
       01 tela-oposicao.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Participante (cracha):".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Repassa dados (S/N)..:".
      *
       01 tela-limpa-painel.
          02 line 11 column 05 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 12 column 05 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 13 column 05 foreground-color 01 background-color 01
             pic x(68) from spaces.
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
             highlight pic x(66) from mensagem.
      *
       01 tela-erro-cad.
          02 line 22 column 05 foreground-color 15 background-color 04
             highlight pic x(66) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 22 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
      *
       copy scrgen.lib.
      *
       procedure division using param-menu.
      *
       lab-00.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-save-buffer.
           display tela-cabec.
           move 03 to box-col.
           move 05 to box-lin.
           move 74 to box-col-f.
           move 16 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
           move 0 to box-fundo.
           move "S" to box-sombra.
           perform rot-box.
           display tela-01.
      *
       lab-01.
           display tela-limpa-cad.
           perform sec-funcao.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
      *
       lab-fim.
           exit program.
      *
      ************************
      *                      *
      *    R o t i n a s     *
      *                      *
      ************************
      *
       rotinas section.
      *
       rot-open-ex03.
           move 0 to erro.
           if ex03-stat = "F"
              open input arqex03
              if ex03-status not = "00"
                 move
                 " Erro de abertura no ARQEX03A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ex03-stat
              end-if
           end-if.
      *
       rot-close-ex03.
           if ex03-stat = "A"
              close arqex03
              move "F" to ex03-stat
           end-if.
      *
       rot-le-prox-ex03.
           move 0 to erro.
           read arqex03 next record at end move 1 to erro.
           if ex03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ex03
           end-if.
      *
       rot-open-ex01.
           move 0 to erro.
           if ex01-stat = "F"
              open input arqex01
              if ex01-status not = "00"
                 move
                 " Erro de abertura no ARQEX01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ex01-stat
              end-if
           end-if.
      *
       rot-close-ex01.
           if ex01-stat = "A"
              close arqex01
              move "F" to ex01-stat
           end-if.
      *
       rot-le-ex01.
           move 0 to erro.
           read arqex01 invalid key move 1 to erro.
           if ex01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ex01
           end-if.
      *
       rot-le-prox-ex01.
           move 0 to erro.
           read arqex01 next record at end move 1 to erro.
           if ex01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ex01
           end-if.
      *
       rot-open-sl01.
           move 0 to erro.
           if sl01-stat = "F"
              open i-o arqsl01
              if sl01-status not = "00"
                 move
                 " Erro de abertura no ARQSL01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to sl01-stat
              end-if
           end-if.
      *
       rot-close-sl01.
           if sl01-stat = "A"
              close arqsl01
              move "F" to sl01-stat
           end-if.
      *
       rot-le-sl01.
           move 0 to erro.
           read arqsl01 invalid key move 1 to erro.
           if sl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-sl01
           end-if.
      *
       rot-open-el01.
           move 0 to erro.
           if el01-stat = "F"
              open input arqel01
              if el01-status = "35"
                 move 0 to erro
              else
                 if el01-status not = "00"
                    move
                  " Erro de abertura no ARQEL01A.DAT - Tecle <Enter>" to
                    mensagem
                    display tela-erro
                    perform rot-keypress
                    display tela-limpa
                    move 1 to erro
                 else
                    move "A" to el01-stat
                 end-if
              end-if
           end-if.
      *
       rot-close-el01.
           if el01-stat = "A"
              close arqel01
              move "F" to el01-stat
           end-if.
      *
       rot-le-prox-el01.
           move 0 to erro.
           read arqel01 next record at end move 1 to erro.
           if el01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-el01
           end-if.
      *
       rot-open-ab01.
           move 0 to erro.
           if ab01-stat = "F"
              open input arqab01
              if ab01-status not = "00"
                 move
                 " Erro de abertura no ARQAB01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ab01-stat
              end-if
           end-if.
      *
       rot-close-ab01.
           if ab01-stat = "A"
              close arqab01
              move "F" to ab01-stat
           end-if.
      *
       rot-le-ab01.
           move 0 to erro.
           read arqab01 invalid key move 1 to erro.
           if ab01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ab01
           end-if.
      *
       rot-open-lead.
           move 0 to erro.
           move zeros to lead-status.
           if lead-stat = "F"
              open output arqlead
              if lead-status not = "00"
                 move " Erro de gravacao do arquivo de leads - Tecle <En
      -          "ter>" to mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to lead-stat
                 add 1 to qtd-arquivos
                 write reg-lead from lead-cab
              end-if
           end-if.
      *
       rot-close-lead.
           if lead-stat = "A"
              close arqlead
              move "F" to lead-stat
           end-if.
      *
       rot-open-imp.
           move 0 to erro.
           move param-impress to impress.
           move zeros to imp-status.
           if imp-stat = "F"
              open output arqimp
              if imp-status not = "00"
                 move " Erro de impressao - Tecle <Enter>" to mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to imp-stat
              end-if
           end-if.
      *
       rot-close-imp.
           if imp-stat = "A"
              close arqimp
              move "F" to imp-stat
           end-if.
      *
       rot-cabec.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move 7 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           if funcao = "L"
              write reg-imp from cab-exp after 1 line
              add 1 to linha
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           if funcao = "L"
              write reg-imp from cab-led-tit after 1 line
           else
              write reg-imp from cab-rnk-tit after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
      *
      *    Primeiro e-mail ativo do participante (origem "S") no
      *    lead-email
      *
       rot-email-participante.
           move spaces to lead-email.
           if el01-stat not = "A"
              go to rot-email-participante-fim
           end-if.
           move "S" to el01-origem.
           move sl01-codigo to el01-codigo.
           move spaces to el01-condicao.
           move 0 to el01-titular el01-seq.
           start arqel01 key is not less el01-chave invalid key
                 go to rot-email-participante-fim
           end-start.
       rot-email-participante-1.
           perform rot-le-prox-el01.
           if erro not = 0
              move 0 to erro
              go to rot-email-participante-fim
           end-if.
           if el01-origem not = "S" or el01-codigo not = sl01-codigo
              go to rot-email-participante-fim
           end-if.
           if el01-situacao = "D"
              go to rot-email-participante-1
           end-if.
           move el01-email to lead-email.
       rot-email-participante-fim.
           exit.
      *
      *    Visitas de um estande (ex01-estande) no arquivo e na
      *    lista do expositor
      *
       rot-leads-estande.
           move ex01-estande to ex03-estande.
           move 0 to ex03-codigo.
           start arqex03 key is not less ex03-chave invalid key
                 go to rot-leads-estande-fim
           end-start.
       rot-leads-estande-1.
           perform rot-le-prox-ex03.
           if erro not = 0
              move 0 to erro
              go to rot-leads-estande-fim
           end-if.
           if ex03-estande not = ex01-estande
              go to rot-leads-estande-fim
           end-if.
           add 1 to qtd-visitas.
           move ex03-codigo to sl01-codigo.
           perform rot-le-sl01.
           if erro not = 0
              move 0 to erro
              add 1 to qtd-excluidos
              go to rot-leads-estande-1
           end-if.
           if sl01-compartilha = "N"
              add 1 to qtd-excluidos
              go to rot-leads-estande-1
           end-if.
           add 1 to qtd-leads.
           perform rot-email-participante thru
                   rot-email-participante-fim.
           move ex03-estande to lead-estande.
           move ex03-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to lead-data.
           move ex03-hora to hora-aux.
           move spaces to lead-hora.
           string hh-aux ":" mm-aux delimited by size into lead-hora
           end-string.
           move sl01-codigo to lead-codigo.
           move sl01-nome-a to lead-nome.
           move sl01-cargo to lead-cargo.
           move sl01-empresa-a to lead-empresa.
           move sl01-endereco to lead-endereco.
           move sl01-cidade to lead-cidade.
           move sl01-uf to lead-uf.
           move sl01-cep to lead-cep.
           move sl01-ddd to lead-ddd.
           move sl01-telefone to lead-telefone.
           move sl01-fax to lead-fax.
           write reg-lead from lead-lin.
           if linha > 56
              perform rot-cabec
           end-if.
           move ex03-estande to cab-led-estande.
           move sl01-nome-a to cab-led-nome.
           move sl01-cargo to cab-led-cargo.
           move sl01-empresa-a to cab-led-empresa.
           move sl01-ddd to cab-led-ddd.
           move sl01-telefone to cab-led-telefone.
           move lead-email to cab-led-email.
           write reg-imp from cab-led-lin after 1 line.
           add 1 to linha.
           go to rot-leads-estande-1.
       rot-leads-estande-fim.
           exit.
      *
      *    Fecha o arquivo e a lista do expositor corrente
      *
       rot-fecha-expositor.
           if expositor-atual = 0
              go to rot-fecha-expositor-fim
           end-if.
           perform rot-close-lead.
           move qtd-visitas to cab-led-tot-visitas.
           move qtd-excluidos to cab-led-tot-excl.
           move qtd-leads to cab-led-tot-leads.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-led-tot after 1 line.
           move 0 to expositor-atual.
       rot-fecha-expositor-fim.
           exit.
      *
      *    Abre o arquivo e a lista do expositor do ex01-codigo
      *
       rot-abre-expositor.
           move ex01-codigo to expositor-atual lead-nome-codigo.
           move 0 to qtd-visitas qtd-excluidos qtd-leads.
           move spaces to nome-expositor.
           move ex01-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move ab01-razao-social to nome-expositor
           end-if.
           move 0 to erro.
           perform rot-open-lead.
           move ex01-codigo to cab-exp-codigo.
           move nome-expositor to cab-exp-nome.
           move nome-lead to cab-exp-arquivo.
           perform rot-cabec.
      *
      *    Ordena por visitas decrescente (bolha)
      *
       rot-ordena-std.
           move 1 to std-i.
       rot-ordena-std-1.
           if std-i >= std-qtd
              go to rot-ordena-std-fim
           end-if.
           compute std-j = std-i + 1.
           if std-visitas(std-j) > std-visitas(std-i)
              move std-item(std-i) to std-salva
              move std-item(std-j) to std-item(std-i)
              move std-salva to std-item(std-j)
              move 1 to std-i
              go to rot-ordena-std-1
           end-if.
           add 1 to std-i.
           go to rot-ordena-std-1.
       rot-ordena-std-fim.
           exit.
      *
       copy rotgen.lib.
      *
      ************************
      *                      *
      *  Secao de funcao     *
      *                      *
      ************************
      *
       sec-funcao section.
      *
       lab-fun-01.
           move spaces to funcao.
           perform lmp-funcao.
           perform acc-funcao.
           if escape-key = 1
              go to lab-fun-fim
           end-if.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "L" and "R" and "O"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "L"
                         perform sec-leads
                    when funcao = "R"
                         perform sec-ranking
                    when funcao = "O"
                         perform sec-oposicao
           end-evaluate.
           display tela-limpa-painel.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Leads do expositor  *
      *                      *
      ************************
      *
       sec-leads section.
      *
       lab-led-00.
           perform rot-open-ex03.
           if erro not = 0
              go to lab-led-fim
           end-if.
           perform rot-open-ex01.
           if erro not = 0
              go to lab-led-fim
           end-if.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-led-fim
           end-if.
           perform rot-open-el01.
           if erro not = 0
              go to lab-led-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-led-fim
           end-if.
           display tela-leads.
      *
       lab-led-01.
           move 0 to expositor.
           perform lmp-expositor.
           perform acc-expositor.
           if escape-key = 1
              go to lab-led-fim
           end-if.
           if expositor not = 0
              move expositor to ab01-codigo
              perform rot-le-ab01
              if erro not = 0
                 move 0 to erro
                 move " Associado nao cadastrado - Tecle <Enter>" to
                      mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-led-01
              end-if
              display ab01-razao-social at 1136 with
                      foreground-color 15 background-color 01
           end-if.
      *
       lab-led-02.
           move "Gera arquivo(s) e lista de leads (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-led-01
           end-if.
           if resposta not = "S"
              go to lab-led-02
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-led-fim
           end-if.
           move "Aguarde - gerando os leads" to mensagem.
           display tela-mensagem-cad.
           move "Leads dos Estandes" to cab-titulo-rel.
           move 0 to pagina expositor-atual qtd-arquivos.
           move low-values to ex01-chave.
           move expositor to ex01-codigo.
           if expositor = 0
              move 1 to ex01-codigo
           end-if.
           start arqex01 key is not less ex01-chave-1 invalid key
                 go to lab-led-04
           end-start.
      *
       lab-led-03.
           perform rot-le-prox-ex01.
           if erro not = 0
              move 0 to erro
              go to lab-led-04
           end-if.
           if expositor not = 0 and ex01-codigo not = expositor
              go to lab-led-04
           end-if.
           if ex01-situacao not = "O" or ex01-codigo = 0
              go to lab-led-03
           end-if.
           if ex01-codigo not = expositor-atual
              perform rot-fecha-expositor thru rot-fecha-expositor-fim
              perform rot-abre-expositor
              if erro not = 0
                 go to lab-led-fim
              end-if
           end-if.
           perform rot-leads-estande thru rot-leads-estande-fim.
           go to lab-led-03.
      *
       lab-led-04.
           perform rot-fecha-expositor thru rot-fecha-expositor-fim.
           if pagina not = 0
              write reg-imp from spaces after page
           end-if.
           perform rot-close-imp.
           move spaces to mensagem.
           string "Arquivos de leads gerados: " qtd-arquivos
                  " - Tecle <Enter>" delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-led-01.
      *
       lab-led-fim.
           perform rot-close-lead.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-el01.
           perform rot-close-sl01.
           perform rot-close-ex01.
           perform rot-close-ex03.
           exit.
      *
      ************************
      *                      *
      *  Ranking de estandes *
      *                      *
      ************************
      *
       sec-ranking section.
      *
       lab-rnk-00.
           perform rot-open-ex03.
           if erro not = 0
              go to lab-rnk-fim
           end-if.
           perform rot-open-ex01.
           if erro not = 0
              go to lab-rnk-fim
           end-if.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-rnk-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-rnk-fim
           end-if.
      *
       lab-rnk-01.
           move "Imprime o ranking de estandes (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-rnk-fim
           end-if.
           if resposta not = "S"
              go to lab-rnk-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rnk-fim
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move 0 to std-qtd.
           move low-values to ex03-chave.
           start arqex03 key is not less ex03-chave invalid key
                 go to lab-rnk-03
           end-start.
      *
      *    Visitas (todas as leituras) e leads (as repassaveis)
      *    por estande; o ARQEX03 ja vem na ordem do estande
      *
       lab-rnk-02.
           perform rot-le-prox-ex03.
           if erro not = 0
              move 0 to erro
              go to lab-rnk-03
           end-if.
           if std-qtd = 0 or std-estande(std-qtd) not = ex03-estande
              if std-qtd >= std-max
                 go to lab-rnk-03
              end-if
              add 1 to std-qtd
              move ex03-estande to std-estande(std-qtd)
              move 0 to std-visitas(std-qtd) std-leads(std-qtd)
           end-if.
           add 1 to std-visitas(std-qtd).
           move ex03-codigo to sl01-codigo.
           perform rot-le-sl01.
           if erro = 0 and sl01-compartilha not = "N"
              add 1 to std-leads(std-qtd)
           end-if.
           move 0 to erro.
           go to lab-rnk-02.
      *
       lab-rnk-03.
           perform rot-ordena-std thru rot-ordena-std-fim.
           move "Ranking de Estandes por Leads" to cab-titulo-rel.
           move 0 to pagina rank.
           perform rot-cabec.
           move 1 to std-i.
      *
       lab-rnk-04.
           if std-i > std-qtd
              go to lab-rnk-05
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           add 1 to rank.
           move rank to cab-rnk-pos.
           move std-estande(std-i) to cab-rnk-estande ex01-estande.
           move 0 to cab-rnk-codigo.
           move spaces to cab-rnk-nome.
           perform rot-le-ex01.
           if erro = 0
              move ex01-codigo to cab-rnk-codigo ab01-codigo
              perform rot-le-ab01
              if erro = 0
                 move ab01-razao-social to cab-rnk-nome
              end-if
           end-if.
           move 0 to erro.
           move std-visitas(std-i) to cab-rnk-visitas.
           move std-leads(std-i) to cab-rnk-leads.
           write reg-imp from cab-rnk-lin after 1 line.
           add 1 to linha.
           add 1 to std-i.
           go to lab-rnk-04.
      *
       lab-rnk-05.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rnk-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-sl01.
           perform rot-close-ex01.
           perform rot-close-ex03.
           exit.
      *
      ************************
      *                      *
      *  Oposicao ao repasse *
      *                      *
      ************************
      *
       sec-oposicao section.
      *
       lab-opo-00.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-opo-fim
           end-if.
           display tela-oposicao.
      *
       lab-opo-01.
           move 0 to participante.
           perform lmp-participante.
           perform acc-participante.
           if escape-key = 1
              go to lab-opo-fim
           end-if.
           if participante = 0
              go to lab-opo-01
           end-if.
           move participante to sl01-codigo.
           perform rot-le-sl01.
           if erro not = 0
              move 0 to erro
              move " Participante nao cadastrado - Tecle <Enter>" to
                   mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-opo-01
           end-if.
           display sl01-nome-a(1:35) at 1136 with
                   foreground-color 15 background-color 01.
           if sl01-compartilha = "N"
              move "N" to compartilha
           else
              move "S" to compartilha
           end-if.
      *
       lab-opo-02.
           perform acc-compartilha.
           if escape-key = 1
              go to lab-opo-01
           end-if.
           move compartilha to txt.
           perform rot-texto.
           move txt to compartilha.
           if compartilha not = "S" and "N"
              go to lab-opo-02
           end-if.
           move participante to sl01-codigo.
           perform rot-le-sl01.
           if erro not = 0
              move 0 to erro
              go to lab-opo-01
           end-if.
           if compartilha = "N"
              move "N" to sl01-compartilha
           else
              move spaces to sl01-compartilha
           end-if.
           move param-usr to sl01-usuario.
           move param-data to sl01-data.
           rewrite reg-sl01 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao - ARQSL01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           go to lab-opo-01.
      *
       lab-opo-fim.
           perform rot-close-sl01.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
      *                      *
      ************************
      *
       telas section.
      *
       accept-resposta-cad.
           move spaces to resposta.
           accept resposta at 2270 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-expositor.
           accept expositor at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-participante.
           accept participante at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-compartilha.
           accept compartilha at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0929 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-expositor.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
           display limpa at 1136 with foreground-color 15
                   background-color 01.
      *
       lmp-participante.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
           display limpa at 1136 with foreground-color 15
                   background-color 01.
           display " " at 1229 with foreground-color 15
                   background-color 01.
