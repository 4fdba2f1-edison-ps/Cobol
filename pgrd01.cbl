      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGRD01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rodadas de Negocios do Salao :                             *
      *                                                             *
      *  (D)efinicao     - evento, data, janela de horario e        *
      *                    duracao de cada reuniao (ARQRD01);       *
      *  (E)xpositores   - estandes do ARQEX01 que atendem na       *
      *                    rodada e a mesa de cada um (ARQRD02);    *
      *  (P)referencias  - expositores desejados pelo comprador     *
      *                    (participante do ARQSL01), em ordem de   *
      *                    01 a 10 (ARQRD03);                       *
      *  (A)locacao      - monta a agenda (ARQRD04) atendendo a 1a  *
      *                    preferencia de todos, depois a 2a ...,   *
      *                    no primeiro horario livre da mesa e do   *
      *                    comprador, fora das palestras que ele    *
      *                    reservou no pgpa01 (ARQPA03);            *
      *  (G)Agendas      - agenda impressa por comprador ou por     *
      *                    expositor, uma pagina p/ cada;           *
      *  (M)Comparecim.  - registra se cada reuniao do estande      *
      *                    aconteceu (R) ou nao (N);                *
      *  (T)axa          - comparecimento por expositor.            *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgrd01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqrd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd01-chave
                  file status is rd01-status.
      *
           select arqrd02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd02-chave
                  alternate record key is rd02-chave-1 with duplicates
                  file status is rd02-status.
      *
           select arqrd03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd03-chave
                  file status is rd03-status.
      *
           select arqrd04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rd04-chave
                  alternate record key is rd04-chave-1 with duplicates
                  alternate record key is rd04-chave-2 with duplicates
                  file status is rd04-status.
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
           select arqpa01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pa01-chave
                  alternate record key is pa01-chave-1 with duplicates
                  file status is pa01-status.
      *
           select arqpa03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pa03-chave
                  alternate record key is pa03-chave-1 with duplicates
                  file status is pa03-status.
      *
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdrd01.lib.
      *
       copy fdrd02.lib.
      *
       copy fdrd03.lib.
      *
       copy fdrd04.lib.
      *
       copy fdex01.lib.
      *
       copy fdab01.lib.
      *
       copy fdsl01.lib.
      *
       copy fdpa01.lib.
      *
       copy fdpa03.lib.
      *
       copy fdtabl.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 rd01-status                  pic x(02) value "00".
       01 rd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rd01.
          02 rd01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 rd01-nome                 pic x(08) value "ARQRD01A".
          02 filler                    pic x(01) value ".".
          02 rd01-ext                  pic x(03) value "DAT".
      *
       01 rd02-status                  pic x(02) value "00".
       01 rd02-stat                    pic x(01) value "F".
      *
       01 nome-arq-rd02.
          02 rd02-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 rd02-nome                 pic x(08) value "ARQRD02A".
          02 filler                    pic x(01) value ".".
          02 rd02-ext                  pic x(03) value "DAT".
      *
       01 rd03-status                  pic x(02) value "00".
       01 rd03-stat                    pic x(01) value "F".
      *
       01 nome-arq-rd03.
          02 rd03-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 rd03-nome                 pic x(08) value "ARQRD03A".
          02 filler                    pic x(01) value ".".
          02 rd03-ext                  pic x(03) value "DAT".
      *
       01 rd04-status                  pic x(02) value "00".
       01 rd04-stat                    pic x(01) value "F".
      *
       01 nome-arq-rd04.
          02 rd04-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 rd04-nome                 pic x(08) value "ARQRD04A".
          02 filler                    pic x(01) value ".".
          02 rd04-ext                  pic x(03) value "DAT".
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
       01 sl01-status                  pic x(02) value "00".
       01 sl01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sl01.
          02 sl01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 sl01-nome-arq             pic x(08) value "ARQSL01A".
          02 filler                    pic x(01) value ".".
          02 sl01-ext                  pic x(03) value "DAT".
      *
       01 pa01-status                  pic x(02) value "00".
       01 pa01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pa01.
          02 pa01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 pa01-nome                 pic x(08) value "ARQPA01A".
          02 filler                    pic x(01) value ".".
          02 pa01-ext                  pic x(03) value "DAT".
      *
       01 pa03-status                  pic x(02) value "00".
       01 pa03-stat                    pic x(01) value "F".
      *
       01 nome-arq-pa03.
          02 pa03-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 pa03-nome                 pic x(08) value "ARQPA03A".
          02 filler                    pic x(01) value ".".
          02 pa03-ext                  pic x(03) value "DAT".
      *
       01 tabl-status                  pic x(02) value "00".
       01 tabl-stat                    pic x(01) value "F".
      *
       01 nome-arq-tabl.
          02 tabl-dir                  pic x(03) value "TBL".
          02 filler                    pic x(01) value "\".
          02 tabl-nome                 pic x(08) value "ARQTABLA".
          02 filler                    pic x(01) value ".".
          02 tabl-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRD01".
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
          02 rodada                    pic 9(03) value 0.
          02 evento                    pic x(05) value spaces.
          02 descricao                 pic x(40) value spaces.
          02 data-rod                  pic 9(06) value 0.
          02 hora-ini                  pic 9(04) value 0.
          02 hora-fim                  pic 9(04) value 0.
          02 duracao                   pic 9(03) value 0.
          02 estande                   pic x(10) value spaces.
          02 mesa                      pic 9(03) value 0.
          02 comprador                 pic 9(05) value 0.
          02 ordem                     pic 9(02) value 0.
          02 situacao                  pic x(01) value spaces.
          02 flag-nova                 pic x(01) value spaces.
          02 tipo-agenda               pic x(01) value spaces.
      *
      *    Horarios da rodada em minutos desde 00:00
      *
       01 horarios.
          02 min-ini                   pic 9(05) value 0.
          02 min-fim                   pic 9(05) value 0.
          02 min-slot-ini              pic 9(05) value 0.
          02 min-slot-fim              pic 9(05) value 0.
          02 min-pal-ini               pic 9(05) value 0.
          02 min-pal-fim               pic 9(05) value 0.
          02 qtd-horarios              pic 9(03) value 0.
          02 horario                   pic 9(03) value 0.
          02 horario-livre             pic 9(03) value 0.
          02 ordem-atual               pic 9(02) value 0.
          02 hh-aux                    pic 9(02) value 0.
          02 mm-aux                    pic 9(02) value 0.
      *
       01 flags.
          02 flag-palestra             pic x(01) value spaces.
          02 flag-ja-marcada           pic x(01) value spaces.
          02 flag-registrada           pic x(01) value spaces.
      *
       01 hr-disp.
          02 hr-ini-hh                 pic 9(02) value 0.
          02 filler                    pic x(01) value ":".
          02 hr-ini-mm                 pic 9(02) value 0.
          02 filler                    pic x(01) value "-".
          02 hr-fim-hh                 pic 9(02) value 0.
          02 filler                    pic x(01) value ":".
          02 hr-fim-mm                 pic 9(02) value 0.
      *
       01 contadores.
          02 qtd-agendadas             pic 9(05) value 0.
          02 qtd-nao-atendidas         pic 9(05) value 0.
          02 qtd-realizadas            pic 9(05) value 0.
          02 qtd-nao-realizadas        pic 9(05) value 0.
          02 qtd-sem-registro          pic 9(05) value 0.
          02 qtd-reunioes              pic 9(05) value 0.
          02 tot-reunioes              pic 9(05) value 0.
          02 tot-realizadas            pic 9(05) value 0.
          02 tot-nao-realizadas        pic 9(05) value 0.
          02 tot-sem-registro          pic 9(05) value 0.
          02 perc-comparec             pic 9(03)v9(01) value 0.
      *
       01 chave-quebra                 pic x(10) value spaces.
       01 nome-aux                     pic x(40) value spaces.
       01 empresa-aux                  pic x(40) value spaces.
      *
       01 msg-alocacao.
          02 filler                    pic x(11) value "Agendadas: ".
          02 msg-agendadas             pic zzzz9.
          02 filler                    pic x(18) value
             " - Nao atendidas: ".
          02 msg-nao-atendidas         pic zzzz9.
          02 filler                    pic x(16) value
             " - Tecle <Enter>".
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
          02 cab-titulo                pic x(40) value spaces.
          02 filler                    pic x(11) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-rodada.
          02 filler                    pic x(08) value "Rodada: ".
          02 cab-rod-numero            pic 9(03) value 0.
          02 filler                    pic x(03) value " - ".
          02 cab-rod-descricao         pic x(40) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(06) value "Data: ".
          02 cab-rod-data              pic x(08) value spaces.
      *
       01 cab-tit-atual                pic x(132) value spaces.
      *
       01 cab-tit-agd.
          02 filler                    pic x(13) value "Horario".
          02 filler                    pic x(06) value "Mesa".
          02 filler                    pic x(12) value "Est./Cracha".
          02 filler                    pic x(42) value "Nome".
          02 filler                    pic x(32) value "Empresa".
          02 filler                    pic x(06) value "Pref.".
          02 filler                    pic x(13) value "Situacao".
      *
       01 cab-tit-txa.
          02 filler                    pic x(12) value "Estande".
          02 filler                    pic x(42) value "Expositor".
          02 filler                    pic x(06) value "Mesa".
          02 filler                    pic x(10) value " Agendadas".
          02 filler                    pic x(11) value " Realizadas".
          02 filler                    pic x(08) value " Ausente".
          02 filler                    pic x(11) value " Sem regist".
          02 filler                    pic x(14) value
             "  Comparecim.".
      *
       01 cab-agd-quem.
          02 cab-agd-tipo              pic x(11) value spaces.
          02 cab-agd-ident             pic x(10) value spaces.
          02 filler                    pic x(03) value " - ".
          02 cab-agd-nome              pic x(40) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-agd-compl             pic x(40) value spaces.
      *
       01 agd-lin.
          02 agd-horario               pic x(11) value spaces.
          02 filler                    pic x(02) value spaces.
          02 agd-mesa                  pic zz9.
          02 filler                    pic x(03) value spaces.
          02 agd-ident                 pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 agd-nome                  pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 agd-empresa               pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 agd-ordem                 pic z9.
          02 filler                    pic x(04) value spaces.
          02 agd-situacao              pic x(13) value spaces.
      *
       01 txa-lin.
          02 txa-estande               pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 txa-nome                  pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 txa-mesa                  pic zz9.
          02 filler                    pic x(06) value spaces.
          02 txa-agendadas             pic zzzz9.
          02 filler                    pic x(06) value spaces.
          02 txa-realizadas            pic zzzz9.
          02 filler                    pic x(03) value spaces.
          02 txa-nao                   pic zzzz9.
          02 filler                    pic x(06) value spaces.
          02 txa-sem                   pic zzzz9.
          02 filler                    pic x(07) value spaces.
          02 txa-perc                  pic zz9,9.
          02 filler                    pic x(01) value "%".
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
          02 line 05 column 44 foreground-color 06 background-color 01
             highlight value "Rodadas de Negocios".
          02 line 07 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (DEPAGMT).....:".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Rodada (0 = nova)....:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Evento (tabela 17)...:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Data.................:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Hora Inicial (hhmm)..:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Hora Final (hhmm)....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Duracao reuniao (min):".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Estande..............:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Mesa.................:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Comprador (cracha)...:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Ordem / Horario......:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Comparecimento (R/N).:".
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
           move 03 to box-lin.
           move 74 to box-col-f.
           move 20 to box-lin-f.
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
       rot-open-rd01.
           move 0 to erro.
           if rd01-stat = "F"
              open i-o arqrd01
              if rd01-status = "35"
                 open output arqrd01
                 move zeros to reg-rd01-1
                 move high-values to rd01-controle
                 move 0 to rd01-ult-rodada
                 write reg-rd01-1
                 close arqrd01
                 open i-o arqrd01
              end-if
              if rd01-status not = "00"
                 move
                 " Erro de abertura no ARQRD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rd01-stat
              end-if
           end-if.
      *
       rot-close-rd01.
           if rd01-stat = "A"
              close arqrd01
              move "F" to rd01-stat
           end-if.
      *
       rot-le-rd01.
           move 0 to erro.
           read arqrd01 invalid key move 1 to erro.
           if rd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rd01
           end-if.
      *
       rot-open-rd02.
           move 0 to erro.
           if rd02-stat = "F"
              open i-o arqrd02
              if rd02-status = "35"
                 open output arqrd02
                 close arqrd02
                 open i-o arqrd02
              end-if
              if rd02-status not = "00"
                 move
                 " Erro de abertura no ARQRD02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rd02-stat
              end-if
           end-if.
      *
       rot-close-rd02.
           if rd02-stat = "A"
              close arqrd02
              move "F" to rd02-stat
           end-if.
      *
       rot-le-rd02.
           move 0 to erro.
           read arqrd02 invalid key move 1 to erro.
           if rd02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rd02
           end-if.
      *
       rot-le-prox-rd02.
           move 0 to erro.
           read arqrd02 next record at end move 1 to erro.
           if rd02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rd02
           end-if.
      *
       rot-open-rd03.
           move 0 to erro.
           if rd03-stat = "F"
              open i-o arqrd03
              if rd03-status = "35"
                 open output arqrd03
                 close arqrd03
                 open i-o arqrd03
              end-if
              if rd03-status not = "00"
                 move
                 " Erro de abertura no ARQRD03A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rd03-stat
              end-if
           end-if.
      *
       rot-close-rd03.
           if rd03-stat = "A"
              close arqrd03
              move "F" to rd03-stat
           end-if.
      *
       rot-le-rd03.
           move 0 to erro.
           read arqrd03 invalid key move 1 to erro.
           if rd03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rd03
           end-if.
      *
       rot-le-prox-rd03.
           move 0 to erro.
           read arqrd03 next record at end move 1 to erro.
           if rd03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rd03
           end-if.
      *
       rot-open-rd04.
           move 0 to erro.
           if rd04-stat = "F"
              open i-o arqrd04
              if rd04-status = "35"
                 open output arqrd04
                 close arqrd04
                 open i-o arqrd04
              end-if
              if rd04-status not = "00"
                 move
                 " Erro de abertura no ARQRD04A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rd04-stat
              end-if
           end-if.
      *
       rot-close-rd04.
           if rd04-stat = "A"
              close arqrd04
              move "F" to rd04-stat
           end-if.
      *
       rot-le-rd04.
           move 0 to erro.
           read arqrd04 invalid key move 1 to erro.
           if rd04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rd04
           end-if.
      *
       rot-le-rd04-comprador.
           move 0 to erro.
           read arqrd04 key is rd04-chave-1 invalid key move 1 to erro.
           if rd04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rd04-comprador
           end-if.
      *
       rot-le-prox-rd04.
           move 0 to erro.
           read arqrd04 next record at end move 1 to erro.
           if rd04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rd04
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
       rot-open-sl01.
           move 0 to erro.
           if sl01-stat = "F"
              open input arqsl01
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
      *    Palestras e reservas: sem o arquivo (nenhuma palestra
      *    programada) a alocacao segue sem bloqueio de horario
      *
       rot-open-pa01.
           move 0 to erro.
           if pa01-stat = "F"
              open input arqpa01
              if pa01-status not = "00"
                 move 1 to erro
              else
                 move "A" to pa01-stat
              end-if
           end-if.
      *
       rot-close-pa01.
           if pa01-stat = "A"
              close arqpa01
              move "F" to pa01-stat
           end-if.
      *
       rot-le-pa01.
           move 0 to erro.
           read arqpa01 invalid key move 1 to erro.
           if pa01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pa01
           end-if.
      *
       rot-open-pa03.
           move 0 to erro.
           if pa03-stat = "F"
              open input arqpa03
              if pa03-status not = "00"
                 move 1 to erro
              else
                 move "A" to pa03-stat
              end-if
           end-if.
      *
       rot-close-pa03.
           if pa03-stat = "A"
              close arqpa03
              move "F" to pa03-stat
           end-if.
      *
       rot-le-prox-pa03.
           move 0 to erro.
           read arqpa03 next record at end move 1 to erro.
           if pa03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pa03
           end-if.
      *
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open input arqtabl
              if tabl-status not = "00"
                 move
                 " Erro de abertura no ARQTABLA.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tabl-stat
              end-if
           end-if.
      *
       rot-close-tabl.
           if tabl-stat = "A"
              close arqtabl
              move "F" to tabl-stat
           end-if.
      *
       rot-le-tabl.
           move 0 to erro.
           read arqtabl invalid key move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tabl
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
           move 8 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from cab-rodada after 1 line.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit-atual after 1 line.
           write reg-imp from tracos after 1 line.
      *
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Rodada em rodada, carregada em reg-rd01 e com o numero
      *    de horarios calculado; erro = 1 se nao existir
      *
       rot-carrega-rodada.
           move rodada to rd01-rodada.
           perform rot-le-rd01.
           if erro not = 0
              move " Rodada nao cadastrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              move 1 to erro
              go to rot-carrega-rodada-fim
           end-if.
           display rd01-descricao(1:38) at 0834 with
                   foreground-color 15 background-color 01.
           divide rd01-hora-ini by 100 giving hh-aux remainder mm-aux.
           compute min-ini = hh-aux * 60 + mm-aux.
           divide rd01-hora-fim by 100 giving hh-aux remainder mm-aux.
           compute min-fim = hh-aux * 60 + mm-aux.
           move 0 to qtd-horarios.
           if rd01-duracao > 0 and min-fim > min-ini
              compute qtd-horarios = (min-fim - min-ini) / rd01-duracao
           end-if.
           move rd01-rodada to cab-rod-numero.
           move rd01-descricao to cab-rod-descricao.
           move rd01-data-rod to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-rod-data.
       rot-carrega-rodada-fim.
           exit.
      *
      *    Horario (numero) em minutos e em hh:mm-hh:mm
      *
       rot-calcula-horario.
           compute min-slot-ini = min-ini +
                   (horario - 1) * rd01-duracao.
           compute min-slot-fim = min-slot-ini + rd01-duracao.
           divide min-slot-ini by 60 giving hr-ini-hh
                  remainder hr-ini-mm.
           divide min-slot-fim by 60 giving hr-fim-hh
                  remainder hr-fim-mm.
      *
      *    Nome e empresa do participante (sl01) em nome-aux e
      *    empresa-aux
      *
       rot-nome-comprador.
           move spaces to nome-aux empresa-aux.
           move comprador to sl01-codigo.
           perform rot-le-sl01.
           if erro = 0
              move sl01-nome-a to nome-aux
              move sl01-empresa-a to empresa-aux
           end-if.
           move 0 to erro.
      *
      *    Razao social do expositor do estande em nome-aux
      *
       rot-nome-expositor.
           move spaces to nome-aux.
           move estande to ex01-estande.
           perform rot-le-ex01.
           if erro = 0
              move ex01-codigo to ab01-codigo
              perform rot-le-ab01
              if erro = 0
                 move ab01-razao-social to nome-aux
              end-if
           end-if.
           move 0 to erro.
      *
      *    Comprador ja tem reuniao marcada com o estande?
      *
       rot-ja-marcada.
           move "N" to flag-ja-marcada.
           move rodada to rd04-rodada-e.
           move estande to rd04-estande.
           move 0 to rd04-horario-e.
           start arqrd04 key is not less rd04-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ja-marcada-fim
           end-if.
       rot-ja-marcada-1.
           perform rot-le-prox-rd04.
           if erro not = 0
              move 0 to erro
              go to rot-ja-marcada-fim
           end-if.
           if rd04-rodada-e not = rodada or
              rd04-estande not = estande
              go to rot-ja-marcada-fim
           end-if.
           if rd04-comprador = comprador
              move "S" to flag-ja-marcada
              go to rot-ja-marcada-fim
           end-if.
           go to rot-ja-marcada-1.
       rot-ja-marcada-fim.
           exit.
      *
      *    Comprador tem palestra reservada (pgpa01) no dia da
      *    rodada com horario sobreposto ao horario em teste?
      *
       rot-palestra.
           move "N" to flag-palestra.
           if pa03-stat not = "A" or pa01-stat not = "A"
              go to rot-palestra-fim
           end-if.
           move comprador to pa03-codigo-a.
           start arqpa03 key is not less pa03-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-palestra-fim
           end-if.
       rot-palestra-1.
           perform rot-le-prox-pa03.
           if erro not = 0
              move 0 to erro
              go to rot-palestra-fim
           end-if.
           if pa03-codigo-a not = comprador
              go to rot-palestra-fim
           end-if.
           move pa03-sessao to pa01-sessao.
           perform rot-le-pa01.
           if erro not = 0
              move 0 to erro
              go to rot-palestra-1
           end-if.
           if pa01-data-pal not = rd01-data-rod
              go to rot-palestra-1
           end-if.
           divide pa01-hora-ini by 100 giving hh-aux remainder mm-aux.
           compute min-pal-ini = hh-aux * 60 + mm-aux.
           divide pa01-hora-fim by 100 giving hh-aux remainder mm-aux.
           compute min-pal-fim = hh-aux * 60 + mm-aux.
           if min-pal-ini < min-slot-fim and
              min-pal-fim > min-slot-ini
              move "S" to flag-palestra
              go to rot-palestra-fim
           end-if.
           go to rot-palestra-1.
       rot-palestra-fim.
           exit.
      *
      *    Primeiro horario em que a mesa e o comprador estao
      *    livres e o comprador nao esta em palestra; zero se nao
      *    houver
      *
       rot-procura-horario.
           move 0 to horario-livre.
           move 1 to horario.
       rot-procura-horario-1.
           if horario > qtd-horarios
              go to rot-procura-horario-fim
           end-if.
           move rodada to rd04-rodada.
           move horario to rd04-horario.
           move mesa to rd04-mesa.
           perform rot-le-rd04.
           if erro = 0
              go to rot-procura-horario-2
           end-if.
           move 0 to erro.
           move rodada to rd04-rodada-c.
           move comprador to rd04-comprador.
           move horario to rd04-horario-c.
           perform rot-le-rd04-comprador.
           if erro = 0
              go to rot-procura-horario-2
           end-if.
           move 0 to erro.
           perform rot-calcula-horario.
           perform rot-palestra thru rot-palestra-fim.
           if flag-palestra = "S"
              go to rot-procura-horario-2
           end-if.
           move horario to horario-livre.
           go to rot-procura-horario-fim.
       rot-procura-horario-2.
           move 0 to erro.
           add 1 to horario.
           go to rot-procura-horario-1.
       rot-procura-horario-fim.
           exit.
      *
       copy rotgen.lib.
      *
      ************************
      *                      *
      *  Secao de funcoes    *
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
           if funcao not = "D" and "E" and "P" and "A" and "G" and "M"
                      and "T"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "D"
                         perform sec-definicao
                    when funcao = "E"
                         perform sec-expositores
                    when funcao = "P"
                         perform sec-preferencias
                    when funcao = "A"
                         perform sec-alocacao
                    when funcao = "G"
                         perform sec-agendas
                    when funcao = "M"
                         perform sec-comparecimento
                    when funcao = "T"
                         perform sec-taxa
           end-evaluate.
           perform lmp-rodada thru lmp-situacao.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-situacao.
           exit.
      *
      ************************
      *                      *
      *  Definicao           *
      *                      *
      ************************
      *
       sec-definicao section.
      *
       lab-def-00.
           perform rot-open-rd01.
           if erro not = 0
              go to lab-def-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-def-fim
           end-if.
      *
       lab-def-01.
           perform lmp-rodada thru lmp-duracao.
           move 0 to rodada.
           perform acc-rodada.
           if escape-key = 1
              go to lab-def-fim
           end-if.
           move "S" to flag-nova.
           move spaces to evento descricao.
           move 0 to data-rod hora-ini hora-fim duracao.
           move 0 to dia-euro mes-euro ano-euro.
           if rodada not = 0
              move rodada to rd01-rodada
              perform rot-le-rd01
              if erro not = 0
                 move " Rodada nao cadastrada - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-cad
                 go to lab-def-01
              end-if
              if rd01-situacao = "A"
                 move " Agenda ja gerada - rodada nao pode ser alterada
      -          "" to mensagem
                 perform rot-erro-cad
                 go to lab-def-01
              end-if
              move "N" to flag-nova
              move rd01-evento to evento
              move rd01-descricao to descricao
              move rd01-data-rod to data-rod dias-corr
              move rd01-hora-ini to hora-ini
              move rd01-hora-fim to hora-fim
              move rd01-duracao to duracao
              move 1 to opcao-data
              perform rot-data
              move data-dd to dia-euro
              move data-mm to mes-euro
              move data-aa to ano-euro
           end-if.
      *
       lab-def-02.
           perform acc-evento.
           if escape-key = 1
              go to lab-def-01
           end-if.
           move evento to txt.
           perform rot-texto.
           move txt to evento.
           move "17" to tabl-tipo.
           move spaces to tabl-codigo.
           move evento to tabl-codigo.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move " Evento nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-def-02
           end-if.
      *
       lab-def-03.
           perform acc-descricao.
           if escape-key = 1
              go to lab-def-02
           end-if.
           move descricao to txt.
           perform rot-texto.
           move txt to descricao.
           if descricao = spaces
              go to lab-def-03
           end-if.
      *
       lab-def-04.
           perform acc-data-rod.
           if escape-key = 1
              go to lab-def-03
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-def-04
           end-if.
           move dias-corr to data-rod.
      *
       lab-def-05.
           perform acc-hora-ini.
           if escape-key = 1
              go to lab-def-04
           end-if.
           divide hora-ini by 100 giving hh-aux remainder mm-aux.
           if hh-aux > 23 or mm-aux > 59
              go to lab-def-05
           end-if.
      *
       lab-def-06.
           perform acc-hora-fim.
           if escape-key = 1
              go to lab-def-05
           end-if.
           divide hora-fim by 100 giving hh-aux remainder mm-aux.
           if hh-aux > 23 or mm-aux > 59 or hora-fim not > hora-ini
              go to lab-def-06
           end-if.
      *
       lab-def-07.
           perform acc-duracao.
           if escape-key = 1
              go to lab-def-06
           end-if.
           if duracao = 0
              go to lab-def-07
           end-if.
           divide hora-ini by 100 giving hh-aux remainder mm-aux.
           compute min-ini = hh-aux * 60 + mm-aux.
           divide hora-fim by 100 giving hh-aux remainder mm-aux.
           compute min-fim = hh-aux * 60 + mm-aux.
           if min-fim - min-ini < duracao
              move " Janela menor que uma reuniao - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-def-07
           end-if.
      *
       lab-def-08.
           move "Gravar a rodada (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-def-07
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-def-01
           else
              if resposta not = "S"
                 go to lab-def-08
              end-if
           end-if.
           display tela-limpa-cad.
           if flag-nova = "S"
              move high-values to rd01-controle
              perform rot-le-rd01
              if erro not = 0
                 move 0 to erro
                 go to lab-def-fim
              end-if
              add 1 to rd01-ult-rodada
              move rd01-ult-rodada to rodada
              rewrite reg-rd01-1 invalid key
                      move 1 to erro
              end-rewrite
              move 0 to erro
              move spaces to reg-rd01
              move rodada to rd01-rodada
              move spaces to rd01-situacao
           end-if.
           move evento to rd01-evento.
           move descricao to rd01-descricao.
           move data-rod to rd01-data-rod.
           move hora-ini to rd01-hora-ini.
           move hora-fim to rd01-hora-fim.
           move duracao to rd01-duracao.
           move param-usr to rd01-usuario.
           move param-data to rd01-data.
           if flag-nova = "S"
              write reg-rd01 invalid key
                    move 1 to erro
              end-write
           else
              rewrite reg-rd01 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           move 0 to erro.
           move spaces to mensagem.
           string "Rodada " rodada " gravada - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-def-01.
      *
       lab-def-fim.
           perform rot-close-tabl.
           perform rot-close-rd01.
           exit.
      *
      ************************
      *                      *
      *  Expositores         *
      *                      *
      ************************
      *
       sec-expositores section.
      *
       lab-exp-00.
           perform rot-open-rd01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-rd02.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-ex01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
      *
       lab-exp-01.
           perform lmp-rodada.
           move 0 to rodada.
           perform acc-rodada.
           if escape-key = 1
              go to lab-exp-fim
           end-if.
           perform rot-carrega-rodada thru rot-carrega-rodada-fim.
           if erro not = 0
              move 0 to erro
              go to lab-exp-01
           end-if.
      *
       lab-exp-02.
           perform lmp-estande thru lmp-mesa.
           move spaces to estande.
           perform acc-estande.
           if escape-key = 1
              go to lab-exp-01
           end-if.
           move estande to txt.
           perform rot-texto.
           move txt to estande.
           if estande = spaces
              go to lab-exp-02
           end-if.
           move estande to ex01-estande.
           perform rot-le-ex01.
           if erro not = 0
              move 0 to erro
              move " Estande nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-exp-02
           end-if.
           perform rot-nome-expositor.
           display nome-aux(1:32) at 1541 with foreground-color 15
                   background-color 01.
      *
      *    Estande ja na rodada: oferece a retirada
      *
           move rodada to rd02-rodada.
           move estande to rd02-estande.
           perform rot-le-rd02.
           if erro = 0
              display rd02-mesa at 1629 with foreground-color 15
                      background-color 01
              move "Retirar o estande da rodada (S) (N) ?" to mensagem
              display tela-mensagem-cad
              perform accept-resposta-cad
              display tela-limpa-cad
              if resposta = "S"
                 delete arqrd02 invalid key
                        move 1 to erro
                 end-delete
              end-if
              move 0 to erro
              go to lab-exp-02
           end-if.
           move 0 to erro.
      *
      *    Proxima mesa livre como sugestao
      *
           move 0 to mesa.
           move rodada to rd02-rodada-a.
           move 999 to rd02-mesa.
           start arqrd02 key is not greater rd02-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro = 0
              perform rot-le-prox-rd02
              if erro = 0 and rd02-rodada-a = rodada
                 move rd02-mesa to mesa
              end-if
           end-if.
           move 0 to erro.
           add 1 to mesa.
      *
       lab-exp-03.
           perform acc-mesa.
           if escape-key = 1
              go to lab-exp-02
           end-if.
           if mesa = 0
              go to lab-exp-03
           end-if.
           move rodada to rd02-rodada-a.
           move mesa to rd02-mesa.
           read arqrd02 key is rd02-chave-1 invalid key
                move 1 to erro
           end-read.
           if erro = 0
              move " Mesa ja ocupada na rodada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-exp-03
           end-if.
           move 0 to erro.
           move rodada to rd02-rodada rd02-rodada-a.
           move estande to rd02-estande.
           move mesa to rd02-mesa.
           move param-usr to rd02-usuario.
           move param-data to rd02-data.
           write reg-rd02 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           go to lab-exp-02.
      *
       lab-exp-fim.
           perform rot-close-ab01.
           perform rot-close-ex01.
           perform rot-close-rd02.
           perform rot-close-rd01.
           exit.
      *
      ************************
      *                      *
      *  Preferencias        *
      *                      *
      ************************
      *
       sec-preferencias section.
      *
       lab-pre-00.
           perform rot-open-rd01.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           perform rot-open-rd02.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           perform rot-open-rd03.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           perform rot-open-ex01.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-pre-fim
           end-if.
      *
       lab-pre-01.
           perform lmp-rodada.
           move 0 to rodada.
           perform acc-rodada.
           if escape-key = 1
              go to lab-pre-fim
           end-if.
           perform rot-carrega-rodada thru rot-carrega-rodada-fim.
           if erro not = 0
              move 0 to erro
              go to lab-pre-01
           end-if.
      *
       lab-pre-02.
           perform lmp-estande thru lmp-ordem.
           move 0 to comprador.
           perform acc-comprador.
           if escape-key = 1
              go to lab-pre-01
           end-if.
           if comprador = 0
              go to lab-pre-02
           end-if.
           move comprador to sl01-codigo.
           perform rot-le-sl01.
           if erro not = 0
              move 0 to erro
              move " Participante nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-pre-02
           end-if.
           if sl01-evento not = rd01-evento
              move " Participante de outro evento - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-pre-02
           end-if.
           display sl01-nome-a(1:37) at 1736 with foreground-color 15
                   background-color 01.
      *
       lab-pre-03.
           perform lmp-estande thru lmp-mesa.
           move 0 to ordem.
           perform lmp-ordem.
           perform acc-ordem.
           if escape-key = 1
              go to lab-pre-02
           end-if.
           if ordem = 0 or ordem > 10
              go to lab-pre-03
           end-if.
           move spaces to estande.
           move rodada to rd03-rodada.
           move comprador to rd03-comprador.
           move ordem to rd03-ordem.
           perform rot-le-rd03.
           if erro = 0
              move rd03-estande to estande
              perform rot-nome-expositor
              display nome-aux(1:32) at 1541 with foreground-color 15
                      background-color 01
           end-if.
           move 0 to erro.
      *
       lab-pre-04.
           perform acc-estande.
           if escape-key = 1
              go to lab-pre-03
           end-if.
           move estande to txt.
           perform rot-texto.
           move txt to estande.
      *
      *    Estande em branco retira a preferencia da ordem
      *
           if estande = spaces
              move rodada to rd03-rodada
              move comprador to rd03-comprador
              move ordem to rd03-ordem
              delete arqrd03 invalid key
                     move 1 to erro
              end-delete
              move 0 to erro
              go to lab-pre-03
           end-if.
           move rodada to rd02-rodada.
           move estande to rd02-estande.
           perform rot-le-rd02.
           if erro not = 0
              move 0 to erro
              move " Estande nao atende nesta rodada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-pre-04
           end-if.
           perform rot-nome-expositor.
           display nome-aux(1:32) at 1541 with foreground-color 15
                   background-color 01.
           display rd02-mesa at 1629 with foreground-color 15
                   background-color 01.
           move rodada to rd03-rodada.
           move comprador to rd03-comprador.
           move ordem to rd03-ordem.
           perform rot-le-rd03.
           move rodada to rd03-rodada.
           move comprador to rd03-comprador.
           move ordem to rd03-ordem.
           move estande to rd03-estande.
           move spaces to rd03-alocada.
           move param-usr to rd03-usuario.
           move param-data to rd03-data.
           if erro = 0
              rewrite reg-rd03 invalid key
                      move 1 to erro
              end-rewrite
           else
              move 0 to erro
              write reg-rd03 invalid key
                    move 1 to erro
              end-write
           end-if.
           move 0 to erro.
           go to lab-pre-03.
      *
       lab-pre-fim.
           perform rot-close-ab01.
           perform rot-close-ex01.
           perform rot-close-sl01.
           perform rot-close-rd03.
           perform rot-close-rd02.
           perform rot-close-rd01.
           exit.
      *
      ************************
      *                      *
      *  Alocacao            *
      *                      *
      ************************
      *
       sec-alocacao section.
      *
       lab-alo-00.
           perform rot-open-rd01.
           if erro not = 0
              go to lab-alo-fim
           end-if.
           perform rot-open-rd02.
           if erro not = 0
              go to lab-alo-fim
           end-if.
           perform rot-open-rd03.
           if erro not = 0
              go to lab-alo-fim
           end-if.
           perform rot-open-rd04.
           if erro not = 0
              go to lab-alo-fim
           end-if.
           perform rot-open-pa01.
           perform rot-open-pa03.
           move 0 to erro.
      *
       lab-alo-01.
           perform lmp-rodada.
           move 0 to rodada.
           perform acc-rodada.
           if escape-key = 1
              go to lab-alo-fim
           end-if.
           perform rot-carrega-rodada thru rot-carrega-rodada-fim.
           if erro not = 0
              move 0 to erro
              go to lab-alo-01
           end-if.
      *
      *    Comparecimento ja registrado: a agenda nao e refeita
      *
           move "N" to flag-registrada.
           move rodada to rd04-rodada.
           move 0 to rd04-horario rd04-mesa.
           start arqrd04 key is not less rd04-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-alo-03
           end-if.
      *
       lab-alo-02.
           perform rot-le-prox-rd04.
           if erro not = 0
              move 0 to erro
              go to lab-alo-03
           end-if.
           if rd04-rodada not = rodada
              go to lab-alo-03
           end-if.
           if rd04-situacao not = spaces
              move "S" to flag-registrada
              go to lab-alo-03
           end-if.
           go to lab-alo-02.
      *
       lab-alo-03.
           if flag-registrada = "S"
              move " Comparecimento ja registrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-alo-01
           end-if.
           move "Gerar a agenda da rodada (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-alo-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-alo-01
           else
              if resposta not = "S"
                 go to lab-alo-03
              end-if
           end-if.
           move "Alocando - aguarde ..." to mensagem.
           display tela-mensagem-cad.
      *
      *    Agenda anterior da rodada e apagada e refeita
      *
           move rodada to rd04-rodada.
           move 0 to rd04-horario rd04-mesa.
           start arqrd04 key is not less rd04-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-alo-05
           end-if.
      *
       lab-alo-04.
           perform rot-le-prox-rd04.
           if erro not = 0
              move 0 to erro
              go to lab-alo-05
           end-if.
           if rd04-rodada not = rodada
              go to lab-alo-05
           end-if.
           delete arqrd04 record invalid key
                  move 1 to erro
           end-delete.
           move 0 to erro.
           go to lab-alo-04.
      *
      *    Uma passada por ordem de preferencia: todos recebem a
      *    1a antes que alguem receba a 2a
      *
       lab-alo-05.
           move 0 to qtd-agendadas qtd-nao-atendidas.
           move 0 to ordem-atual.
      *
       lab-alo-06.
           add 1 to ordem-atual.
           if ordem-atual > 10
              go to lab-alo-09
           end-if.
           move rodada to rd03-rodada.
           move 0 to rd03-comprador rd03-ordem.
           start arqrd03 key is not less rd03-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-alo-06
           end-if.
      *
       lab-alo-07.
           perform rot-le-prox-rd03.
           if erro not = 0
              move 0 to erro
              go to lab-alo-06
           end-if.
           if rd03-rodada not = rodada
              go to lab-alo-06
           end-if.
           if rd03-ordem not = ordem-atual
              go to lab-alo-07
           end-if.
           move rd03-comprador to comprador.
           move rd03-estande to estande.
           move "N" to rd03-alocada.
           move rodada to rd02-rodada.
           move estande to rd02-estande.
           perform rot-le-rd02.
           if erro not = 0
              move 0 to erro
              go to lab-alo-08
           end-if.
           move rd02-mesa to mesa.
           perform rot-ja-marcada thru rot-ja-marcada-fim.
           if flag-ja-marcada = "S"
              go to lab-alo-08
           end-if.
           perform rot-procura-horario thru rot-procura-horario-fim.
           if horario-livre = 0
              go to lab-alo-08
           end-if.
           move rodada to rd04-rodada rd04-rodada-c rd04-rodada-e.
           move horario-livre to rd04-horario rd04-horario-c
                                 rd04-horario-e.
           move mesa to rd04-mesa.
           move comprador to rd04-comprador.
           move estande to rd04-estande.
           move ordem-atual to rd04-ordem.
           move spaces to rd04-situacao.
           move param-usr to rd04-usuario.
           move param-data to rd04-data.
           write reg-rd04 invalid key
                 move 1 to erro
           end-write.
           if erro = 0
              move "S" to rd03-alocada
           end-if.
           move 0 to erro.
      *
       lab-alo-08.
           if rd03-alocada = "S"
              add 1 to qtd-agendadas
           else
              add 1 to qtd-nao-atendidas
           end-if.
           rewrite reg-rd03 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           go to lab-alo-07.
      *
       lab-alo-09.
           move rodada to rd01-rodada.
           perform rot-le-rd01.
           if erro = 0
              move "A" to rd01-situacao
              rewrite reg-rd01 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           move 0 to erro.
           move qtd-agendadas to msg-agendadas.
           move qtd-nao-atendidas to msg-nao-atendidas.
           move msg-alocacao to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-alo-01.
      *
       lab-alo-fim.
           perform rot-close-pa03.
           perform rot-close-pa01.
           perform rot-close-rd04.
           perform rot-close-rd03.
           perform rot-close-rd02.
           perform rot-close-rd01.
           exit.
      *
      ************************
      *                      *
      *  Agendas impressas   *
      *                      *
      ************************
      *
       sec-agendas section.
      *
       lab-agd-00.
           perform rot-open-rd01.
           if erro not = 0
              go to lab-agd-fim
           end-if.
           perform rot-open-rd02.
           if erro not = 0
              go to lab-agd-fim
           end-if.
           perform rot-open-rd04.
           if erro not = 0
              go to lab-agd-fim
           end-if.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-agd-fim
           end-if.
           perform rot-open-ex01.
           if erro not = 0
              go to lab-agd-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-agd-fim
           end-if.
      *
       lab-agd-01.
           perform lmp-rodada.
           move 0 to rodada.
           perform acc-rodada.
           if escape-key = 1
              go to lab-agd-fim
           end-if.
           perform rot-carrega-rodada thru rot-carrega-rodada-fim.
           if erro not = 0
              move 0 to erro
              go to lab-agd-01
           end-if.
      *
       lab-agd-02.
           move "Agenda por (C)omprador ou (E)xpositor ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-agd-01
           end-if.
           if resposta not = "C" and "E"
              go to lab-agd-02
           end-if.
           move resposta to tipo-agenda.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-agd-01
           end-if.
           move 0 to pagina.
           move cab-tit-agd to cab-tit-atual.
           move spaces to chave-quebra.
           if tipo-agenda = "C"
              move "Agenda do Comprador" to cab-titulo
              move rodada to rd04-rodada-c
              move 0 to rd04-comprador rd04-horario-c
              start arqrd04 key is not less rd04-chave-1 invalid key
                    move 1 to erro
              end-start
           else
              move "Agenda do Expositor" to cab-titulo
              move rodada to rd04-rodada-e
              move spaces to rd04-estande
              move 0 to rd04-horario-e
              start arqrd04 key is not less rd04-chave-2 invalid key
                    move 1 to erro
              end-start
           end-if.
           if erro not = 0
              move 0 to erro
              go to lab-agd-04
           end-if.
      *
       lab-agd-03.
           perform rot-le-prox-rd04.
           if erro not = 0
              move 0 to erro
              go to lab-agd-04
           end-if.
           if rd04-rodada not = rodada
              go to lab-agd-04
           end-if.
      *
      *    Uma pagina p/ cada comprador ou expositor
      *
           if tipo-agenda = "C"
              if rd04-comprador not = chave-quebra(1:5)
                 move rd04-comprador to chave-quebra(1:5)
                 perform rot-quebra-comprador
              end-if
           else
              if rd04-estande not = chave-quebra
                 move rd04-estande to chave-quebra
                 perform rot-quebra-expositor
              end-if
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move rd04-horario to horario.
           perform rot-calcula-horario.
           move hr-disp to agd-horario.
           move rd04-mesa to agd-mesa.
           move rd04-ordem to agd-ordem.
           if tipo-agenda = "C"
              move rd04-estande to agd-ident estande
              perform rot-nome-expositor
              move nome-aux to agd-nome
              move spaces to agd-empresa
           else
              move rd04-comprador to comprador
              move spaces to agd-ident
              move rd04-comprador to agd-ident(1:5)
              perform rot-nome-comprador
              move nome-aux to agd-nome
              move empresa-aux to agd-empresa
           end-if.
           evaluate rd04-situacao
                    when "R"
                         move "Realizada" to agd-situacao
                    when "N"
                         move "Nao realizada" to agd-situacao
                    when other
                         move "Agendada" to agd-situacao
           end-evaluate.
           write reg-imp from agd-lin after 1 line.
           add 1 to linha.
           go to lab-agd-03.
      *
       lab-agd-04.
           if pagina not = 0
              write reg-imp from tracos after 1 line
              write reg-imp from spaces after page
           end-if.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-agd-01.
      *
       rot-quebra-comprador.
           if pagina not = 0
              write reg-imp from tracos after 1 line
           end-if.
           perform rot-cabec.
           move rd04-comprador to comprador.
           perform rot-nome-comprador.
           move "Comprador: " to cab-agd-tipo.
           move spaces to cab-agd-ident.
           move rd04-comprador to cab-agd-ident(1:5).
           move nome-aux to cab-agd-nome.
           move empresa-aux to cab-agd-compl.
           write reg-imp from cab-agd-quem after 1 line.
           write reg-imp from spaces after 1 line.
           add 2 to linha.
      *
       rot-quebra-expositor.
           if pagina not = 0
              write reg-imp from tracos after 1 line
           end-if.
           perform rot-cabec.
           move rd04-estande to estande.
           perform rot-nome-expositor.
           move "Expositor: " to cab-agd-tipo.
           move rd04-estande to cab-agd-ident.
           move nome-aux to cab-agd-nome.
           move spaces to cab-agd-compl.
           move rodada to rd02-rodada.
           move rd04-estande to rd02-estande.
           perform rot-le-rd02.
           if erro = 0
              move "Mesa" to cab-agd-compl(1:4)
              move rd02-mesa to cab-agd-compl(6:3)
           end-if.
           move 0 to erro.
           write reg-imp from cab-agd-quem after 1 line.
           write reg-imp from spaces after 1 line.
           add 2 to linha.
      *
       lab-agd-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-ex01.
           perform rot-close-sl01.
           perform rot-close-rd04.
           perform rot-close-rd02.
           perform rot-close-rd01.
           exit.
      *
      ************************
      *                      *
      *  Comparecimento      *
      *                      *
      ************************
      *
       sec-comparecimento section.
      *
       lab-com-00.
           perform rot-open-rd01.
           if erro not = 0
              go to lab-com-fim
           end-if.
           perform rot-open-rd02.
           if erro not = 0
              go to lab-com-fim
           end-if.
           perform rot-open-rd04.
           if erro not = 0
              go to lab-com-fim
           end-if.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-com-fim
           end-if.
           perform rot-open-ex01.
           if erro not = 0
              go to lab-com-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-com-fim
           end-if.
      *
       lab-com-01.
           perform lmp-rodada.
           move 0 to rodada.
           perform acc-rodada.
           if escape-key = 1
              go to lab-com-fim
           end-if.
           perform rot-carrega-rodada thru rot-carrega-rodada-fim.
           if erro not = 0
              move 0 to erro
              go to lab-com-01
           end-if.
      *
       lab-com-02.
           perform lmp-estande thru lmp-situacao.
           move spaces to estande.
           perform acc-estande.
           if escape-key = 1
              go to lab-com-01
           end-if.
           move estande to txt.
           perform rot-texto.
           move txt to estande.
           move rodada to rd02-rodada.
           move estande to rd02-estande.
           perform rot-le-rd02.
           if erro not = 0
              move 0 to erro
              move " Estande nao atende nesta rodada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-com-02
           end-if.
           perform rot-nome-expositor.
           display nome-aux(1:32) at 1541 with foreground-color 15
                   background-color 01.
           display rd02-mesa at 1629 with foreground-color 15
                   background-color 01.
           move rodada to rd04-rodada-e.
           move estande to rd04-estande.
           move 0 to rd04-horario-e.
           start arqrd04 key is not less rd04-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-com-02
           end-if.
      *
      *    Uma reuniao por vez, na ordem dos horarios do estande
      *
       lab-com-03.
           perform lmp-comprador thru lmp-situacao.
           perform rot-le-prox-rd04.
           if erro not = 0
              move 0 to erro
              go to lab-com-02
           end-if.
           if rd04-rodada-e not = rodada or
              rd04-estande not = estande
              go to lab-com-02
           end-if.
           move rd04-comprador to comprador.
           perform rot-nome-comprador.
           display comprador at 1729 with foreground-color 15
                   background-color 01.
           display nome-aux(1:37) at 1736 with foreground-color 15
                   background-color 01.
           move rd04-horario to horario.
           perform rot-calcula-horario.
           display hr-disp at 1829 with foreground-color 15
                   background-color 01.
           move rd04-situacao to situacao.
      *
       lab-com-04.
           perform acc-situacao.
           if escape-key = 1
              go to lab-com-02
           end-if.
           move situacao to txt.
           perform rot-texto.
           move txt to situacao.
           if situacao not = "R" and "N" and " "
              go to lab-com-04
           end-if.
           move situacao to rd04-situacao.
           move param-usr to rd04-usuario.
           move param-data to rd04-data.
           rewrite reg-rd04 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           go to lab-com-03.
      *
       lab-com-fim.
           perform rot-close-ab01.
           perform rot-close-ex01.
           perform rot-close-sl01.
           perform rot-close-rd04.
           perform rot-close-rd02.
           perform rot-close-rd01.
           exit.
      *
      ************************
      *                      *
      *  Taxa de comparec.   *
      *                      *
      ************************
      *
       sec-taxa section.
      *
       lab-txa-00.
           perform rot-open-rd01.
           if erro not = 0
              go to lab-txa-fim
           end-if.
           perform rot-open-rd02.
           if erro not = 0
              go to lab-txa-fim
           end-if.
           perform rot-open-rd04.
           if erro not = 0
              go to lab-txa-fim
           end-if.
           perform rot-open-ex01.
           if erro not = 0
              go to lab-txa-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-txa-fim
           end-if.
      *
       lab-txa-01.
           perform lmp-rodada.
           move 0 to rodada.
           perform acc-rodada.
           if escape-key = 1
              go to lab-txa-fim
           end-if.
           perform rot-carrega-rodada thru rot-carrega-rodada-fim.
           if erro not = 0
              move 0 to erro
              go to lab-txa-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-txa-01
           end-if.
           move 0 to pagina.
           move 99 to linha.
           move "Comparecimento por Expositor" to cab-titulo.
           move cab-tit-txa to cab-tit-atual.
           move 0 to tot-reunioes tot-realizadas tot-nao-realizadas
                     tot-sem-registro.
           move rodada to rd02-rodada.
           move spaces to rd02-estande.
           start arqrd02 key is not less rd02-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-txa-04
           end-if.
      *
       lab-txa-02.
           perform rot-le-prox-rd02.
           if erro not = 0
              move 0 to erro
              go to lab-txa-04
           end-if.
           if rd02-rodada not = rodada
              go to lab-txa-04
           end-if.
           move rd02-estande to estande.
           move rd02-mesa to mesa.
           move 0 to qtd-reunioes qtd-realizadas qtd-nao-realizadas
                     qtd-sem-registro.
           move rodada to rd04-rodada-e.
           move estande to rd04-estande.
           move 0 to rd04-horario-e.
           start arqrd04 key is not less rd04-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-txa-03
           end-if.
      *
       lab-txa-02-a.
           perform rot-le-prox-rd04.
           if erro not = 0
              move 0 to erro
              go to lab-txa-03
           end-if.
           if rd04-rodada-e not = rodada or
              rd04-estande not = estande
              go to lab-txa-03
           end-if.
           add 1 to qtd-reunioes.
           evaluate rd04-situacao
                    when "R"
                         add 1 to qtd-realizadas
                    when "N"
                         add 1 to qtd-nao-realizadas
                    when other
                         add 1 to qtd-sem-registro
           end-evaluate.
           go to lab-txa-02-a.
      *
       lab-txa-03.
           if linha > 56
              perform rot-cabec
           end-if.
           perform rot-nome-expositor.
           move estande to txa-estande.
           move nome-aux to txa-nome.
           move mesa to txa-mesa.
           move qtd-reunioes to txa-agendadas.
           move qtd-realizadas to txa-realizadas.
           move qtd-nao-realizadas to txa-nao.
           move qtd-sem-registro to txa-sem.
           move 0 to perc-comparec.
           if qtd-realizadas + qtd-nao-realizadas > 0
              compute perc-comparec rounded = qtd-realizadas * 100 /
                      (qtd-realizadas + qtd-nao-realizadas)
           end-if.
           move perc-comparec to txa-perc.
           write reg-imp from txa-lin after 1 line.
           add 1 to linha.
           add qtd-reunioes to tot-reunioes.
           add qtd-realizadas to tot-realizadas.
           add qtd-nao-realizadas to tot-nao-realizadas.
           add qtd-sem-registro to tot-sem-registro.
           go to lab-txa-02.
      *
       lab-txa-04.
           if pagina = 0
              perform rot-cabec
           end-if.
           move spaces to txa-estande txa-nome.
           move "Total da rodada" to txa-nome.
           move 0 to txa-mesa.
           move tot-reunioes to txa-agendadas.
           move tot-realizadas to txa-realizadas.
           move tot-nao-realizadas to txa-nao.
           move tot-sem-registro to txa-sem.
           move 0 to perc-comparec.
           if tot-realizadas + tot-nao-realizadas > 0
              compute perc-comparec rounded = tot-realizadas * 100 /
                      (tot-realizadas + tot-nao-realizadas)
           end-if.
           move perc-comparec to txa-perc.
           write reg-imp from tracos after 1 line.
           write reg-imp from txa-lin after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-txa-01.
      *
       lab-txa-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-ex01.
           perform rot-close-rd04.
           perform rot-close-rd02.
           perform rot-close-rd01.
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
           accept resposta at 2240 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-rodada.
           accept rodada at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-evento.
           accept evento at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-descricao.
           accept descricao at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-rod.
           accept dia-euro at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-rod-fim
           end-if.
           accept mes-euro at 1132 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-rod-fim
           end-if.
           accept ano-euro at 1135 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-rod-fim.
           exit.
      *
       acc-hora-ini.
           accept hora-ini at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-hora-fim.
           accept hora-fim at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-duracao.
           accept duracao at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-estande.
           accept estande at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-mesa.
           accept mesa at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-comprador.
           accept comprador at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ordem.
           accept ordem at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-situacao.
           accept situacao at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0729 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0729 with foreground-color 15
                   background-color 01.
      *
       lmp-rodada.
           display limpa at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-evento.
           display limpa-10 at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-descricao.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-data-rod.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-hora-ini.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-hora-fim.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-duracao.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-estande.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-mesa.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-comprador.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-ordem.
           display limpa-10 at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa-10 at 1929 with foreground-color 15
                   background-color 01.
      *
