      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGTC01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Comites Tecnicos e Grupos de Trabalho :                    *
      *                                                             *
      *  (T)abela      - comites (tabela tipo 53) com as faltas     *
      *                  permitidas por ano pelo estatuto;          *
      *  (M)embros     - associado e titular (ARQAB04) que o        *
      *                  representa no comite, com a funcao;        *
      *  (C)onvocacao  - marca a reuniao: grava o compromisso na    *
      *                  agenda, reserva a sala (pgrs01) amarrada   *
      *                  a ele e abre a lista de presenca dos       *
      *                  membros vigentes;                          *
      *  (P)resenca    - presente, falta justificada ou falta;      *
      *  (A)ta         - texto da ata, numerada por comite e ano;   *
      *  (I)mpressao   - ata com presentes, ausentes e o texto;     *
      *  (R)elatorio   - frequencia anual dos membros, marcando     *
      *                  quem passou do limite de faltas.           *
      *                                                             *
      *  Excluir o compromisso no pgag01 libera a sala reservada.   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgtc01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqtc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc01-chave
                  alternate record key is tc01-chave-1 with duplicates
                  file status is tc01-status.
      *
           select arqtc02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc02-chave
                  alternate record key is tc02-chave-1 with duplicates
                  file status is tc02-status.
      *
           select arqtc03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc03-chave
                  file status is tc03-status.
      *
           select arqtc04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tc04-chave
                  file status is tc04-status.
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
           select arqab04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab04-chave
                  alternate record key is ab04-chave-1 with duplicates
                  alternate record key is ab04-chave-2 with duplicates
                  file status is ab04-status.
      *
           select arqag01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ag01-chave
                  alternate record key is ag01-chave-1 with duplicates
                  alternate record key is ag01-chave-2 with duplicates
                  alternate record key is ag01-chave-3 with duplicates
                  alternate record key is ag01-chave-4 with duplicates
                  alternate record key is ag01-chave-5 with duplicates
                  file status is ag01-status.
      *
           select arqrs01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rs01-chave
                  alternate record key is rs01-chave-1 with duplicates
                  alternate record key is rs01-chave-2 with duplicates
                  file status is rs01-status.
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
       copy fdtc01.lib.
      *
       copy fdtc02.lib.
      *
       copy fdtc03.lib.
      *
       copy fdtc04.lib.
      *
       copy fdab01.lib.
      *
       copy fdab04.lib.
      *
       copy fdag01.lib.
      *
       copy fdrs01.lib.
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
       01 tc01-status                  pic x(02) value "00".
       01 tc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-tc01.
          02 tc01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 tc01-nome-arq             pic x(08) value "ARQTC01A".
          02 filler                    pic x(01) value ".".
          02 tc01-ext                  pic x(03) value "DAT".
      *
       01 tc02-status                  pic x(02) value "00".
       01 tc02-stat                    pic x(01) value "F".
      *
       01 nome-arq-tc02.
          02 tc02-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 tc02-nome-arq             pic x(08) value "ARQTC02A".
          02 filler                    pic x(01) value ".".
          02 tc02-ext                  pic x(03) value "DAT".
      *
       01 tc03-status                  pic x(02) value "00".
       01 tc03-stat                    pic x(01) value "F".
      *
       01 nome-arq-tc03.
          02 tc03-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 tc03-nome-arq             pic x(08) value "ARQTC03A".
          02 filler                    pic x(01) value ".".
          02 tc03-ext                  pic x(03) value "DAT".
      *
       01 tc04-status                  pic x(02) value "00".
       01 tc04-stat                    pic x(01) value "F".
      *
       01 nome-arq-tc04.
          02 tc04-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 tc04-nome-arq             pic x(08) value "ARQTC04A".
          02 filler                    pic x(01) value ".".
          02 tc04-ext                  pic x(03) value "DAT".
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
       01 ab04-status                  pic x(02) value "00".
       01 ab04-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab04.
          02 ab04-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ab04-nome-arq             pic x(08) value "ARQAB04A".
          02 filler                    pic x(01) value ".".
          02 ab04-ext                  pic x(03) value "DAT".
      *
       01 ag01-status                  pic x(02) value "00".
       01 ag01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ag01.
          02 ag01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ag01-nome-arq             pic x(08) value "ARQAG01A".
          02 filler                    pic x(01) value ".".
          02 ag01-ext                  pic x(03) value "DAT".
      *
       01 rs01-status                  pic x(02) value "00".
       01 rs01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rs01.
          02 rs01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 rs01-nome                 pic x(08) value "ARQRS01A".
          02 filler                    pic x(01) value ".".
          02 rs01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGTC01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-70                     pic x(70) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(90) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 comite                    pic 9(03) value 0.
          02 desc-comite               pic x(30) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 titular                   pic 9(02) value 0.
          02 nome-membro               pic x(40) value spaces.
          02 funcao-membro             pic x(01) value spaces.
          02 desc-funcao               pic x(12) value spaces.
          02 data-entrada              pic 9(06) value 0.
          02 data-saida                pic 9(06) value 0.
          02 reuniao                   pic 9(05) value 0.
          02 data-reu                  pic 9(06) value 0.
          02 hora-ini                  pic 9(04) value 0.
          02 hora-fim                  pic 9(04) value 0.
          02 sala                      pic 9(03) value 0.
          02 desc-sala                 pic x(30) value spaces.
          02 pauta                     pic x(60) value spaces.
          02 presenca                  pic x(01) value spaces.
          02 num-linha                 pic 9(03) value 0.
          02 texto-linha               pic x(70) value spaces.
          02 ano-rel                   pic 9(02) value 0.
          02 sele-comite               pic 9(03) value 0.
          02 flag-existe               pic x(01) value spaces.
          02 flag-conflito             pic x(01) value spaces.
      *
      *    Comite (tipo 53): faltas permitidas por ano e a ultima
      *    ata numerada no ano
      *
       01 comite-resto.
          02 cm-faltas                 pic 9(02) value 0.
          02 cm-ano-ata                pic 9(02) value 0.
          02 cm-ult-ata                pic 9(03) value 0.
          02 filler                    pic x(13) value spaces.
      *
       01 ata-disp.
          02 ata-disp-num              pic 9(03) value 0.
          02 filler                    pic x(01) value "/".
          02 ata-disp-ano              pic 9(02) value 0.
      *
       01 assunto-reuniao.
          02 filler                    pic x(08) value "REUNIAO ".
          02 assunto-comite            pic x(32) value spaces.
      *
       01 reserva                      pic 9(06) value 0.
       01 agenda                       pic 9(05) value 0.
       01 hoje                         pic 9(06) value 0.
       01 ano-atual                    pic 9(02) value 0.
       01 data-ini                     pic 9(06) value 0.
       01 data-fim                     pic 9(06) value 0.
       01 convocados                   pic 9(05) value 0.
      *
       01 cont-tc.
          02 qtd-reunioes              pic 9(03) value 0.
          02 qtd-convoc                pic 9(03) value 0.
          02 qtd-presente              pic 9(03) value 0.
          02 qtd-justif                pic 9(03) value 0.
          02 qtd-falta                 pic 9(03) value 0.
          02 tot-membros               pic 9(05) value 0.
          02 tot-excede                pic 9(05) value 0.
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
          02 filler                    pic x(43) value
          "Comites - Frequencia dos membros no ano de ".
          02 cab-ano                   pic 9(02) value 0.
          02 filler                    pic x(10) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(09) value "Codigo".
          02 filler                    pic x(42) value
             "Titular / Funcao".
          02 filler                    pic x(10) value " Reunioes".
          02 filler                    pic x(10) value " Presente".
          02 filler                    pic x(10) value "   Justif".
          02 filler                    pic x(10) value "   Faltas".
      *
       01 cab-cmt.
          02 filler                    pic x(08) value "Comite: ".
          02 cab-cmt-codigo            pic 9(03) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-cmt-desc              pic x(30) value spaces.
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(21) value
             "Reunioes realizadas: ".
          02 cab-cmt-reunioes          pic zz9 value 0.
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(18) value
             "Faltas permitidas:".
          02 cab-cmt-faltas            pic zz9 value 0.
      *
       01 cab-lin.
          02 cab-lin-codigo            pic 9(05) value 0.
          02 filler                    pic x(01) value "-".
          02 cab-lin-titular           pic 9(02) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-nome              pic x(30) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-funcao            pic x(12) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-convoc            pic zz9 value 0.
          02 filler                    pic x(07) value spaces.
          02 cab-lin-presente          pic zz9 value 0.
          02 filler                    pic x(07) value spaces.
          02 cab-lin-justif            pic zz9 value 0.
          02 filler                    pic x(07) value spaces.
          02 cab-lin-falta             pic zz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-obs               pic x(14) value spaces.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(36) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
      *
      *    Impressao da ata
      *
       01 ata-tit.
          02 filler                    pic x(10) value "ATA No.".
          02 ata-tit-numero            pic x(06) value spaces.
          02 filler                    pic x(14) value
             " - REUNIAO DO ".
          02 ata-tit-comite            pic x(30) value spaces.
      *
       01 ata-dados.
          02 filler                    pic x(06) value "Data: ".
          02 ata-dados-data            pic x(08) value spaces.
          02 filler                    pic x(12) value "  Horario: ".
          02 ata-dados-ini             pic 99b99 value 0.
          02 filler                    pic x(04) value " as ".
          02 ata-dados-fim             pic 99b99 value 0.
          02 filler                    pic x(08) value "  Sala: ".
          02 ata-dados-sala            pic x(30) value spaces.
      *
       01 ata-pauta.
          02 filler                    pic x(07) value "Pauta: ".
          02 ata-pauta-texto           pic x(60) value spaces.
      *
       01 ata-membro.
          02 filler                    pic x(04) value spaces.
          02 ata-membro-nome           pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 ata-membro-funcao         pic x(12) value spaces.
          02 filler                    pic x(02) value spaces.
          02 ata-membro-razao          pic x(40) value spaces.
      *
       01 ata-assina.
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(30) value all "_".
          02 filler                    pic x(10) value spaces.
          02 filler                    pic x(30) value all "_".
      *
       01 ata-assina-1.
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(40) value "Coordenador".
          02 filler                    pic x(30) value "Secretario".
      *
       01 ata-grupo                    pic x(01) value spaces.
      *
       copy wstab01.lib.
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
             highlight value "Comites e Grupos de Trabalho".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (T/M/C/P/A/I/R):".
      *
       01 tela-comite.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Comite...............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Faltas permitidas/ano:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Ultima ata...........:".
      *
       01 tela-membro.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Comite...............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Associado (codigo)...:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Titular..............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (P/V/S/M).....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Entrada no comite....:".
          02 line 14 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Saida do comite......:".
          02 line 15 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
      *
       01 tela-reuniao.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Reuniao..............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Comite...............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Data.................:".
          02 line 12 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Horario (hhmm).......:".
          02 line 13 column 34 foreground-color 06 background-color 01
             highlight value "as".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Sala (0 = sem sala)..:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Pauta:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Ata..................:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Situacao.............:".
      *
       01 tela-presenca.
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Membro:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Presenca (P/J/F).....:".
      *
       01 tela-ata.
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Linha da ata.........:".
      *
       01 tela-relatorio.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Ano (aa).............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Comite (0 = todos)...:".
      *
       01 tela-mensagem-cad.
          02 line 23 column 05 foreground-color 07 background-color 01
             highlight pic x(66) from mensagem.
      *
       01 tela-erro-cad.
          02 line 23 column 05 foreground-color 15 background-color 04
             highlight pic x(66) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 23 column 05 foreground-color 01 background-color 01
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
           move 75 to box-col-f.
           move 21 to box-lin-f.
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
       rot-open-tc01.
           move 0 to erro.
           if tc01-stat = "F"
              open i-o arqtc01
              if tc01-status = "35"
                 open output arqtc01
                 close arqtc01
                 open i-o arqtc01
              end-if
              if tc01-status not = "00"
                 move
                 " Erro de abertura no ARQTC01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tc01-stat
              end-if
           end-if.
      *
       rot-close-tc01.
           if tc01-stat = "A"
              close arqtc01
              move "F" to tc01-stat
           end-if.
      *
       rot-le-tc01.
           move 0 to erro.
           read arqtc01 invalid key move 1 to erro.
           if tc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tc01
           end-if.
      *
       rot-le-prox-tc01.
           move 0 to erro.
           read arqtc01 next record at end move 1 to erro.
           if tc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tc01
           end-if.
      *
       rot-open-tc02.
           move 0 to erro.
           if tc02-stat = "F"
              open i-o arqtc02
              if tc02-status = "35"
                 open output arqtc02
                 move zeros to reg-tc02-1
                 move high-values to tc02-controle
                 move 0 to tc02-ult-reuniao
                 write reg-tc02-1
                 close arqtc02
                 open i-o arqtc02
              end-if
              if tc02-status not = "00"
                 move
                 " Erro de abertura no ARQTC02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tc02-stat
              end-if
           end-if.
      *
       rot-close-tc02.
           if tc02-stat = "A"
              close arqtc02
              move "F" to tc02-stat
           end-if.
      *
       rot-le-tc02.
           move 0 to erro.
           read arqtc02 invalid key move 1 to erro.
           if tc02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tc02
           end-if.
      *
       rot-le-prox-tc02.
           move 0 to erro.
           read arqtc02 next record at end move 1 to erro.
           if tc02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tc02
           end-if.
      *
       rot-open-tc03.
           move 0 to erro.
           if tc03-stat = "F"
              open i-o arqtc03
              if tc03-status = "35"
                 open output arqtc03
                 close arqtc03
                 open i-o arqtc03
              end-if
              if tc03-status not = "00"
                 move
                 " Erro de abertura no ARQTC03A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tc03-stat
              end-if
           end-if.
      *
       rot-close-tc03.
           if tc03-stat = "A"
              close arqtc03
              move "F" to tc03-stat
           end-if.
      *
       rot-le-tc03.
           move 0 to erro.
           read arqtc03 invalid key move 1 to erro.
           if tc03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tc03
           end-if.
      *
       rot-le-prox-tc03.
           move 0 to erro.
           read arqtc03 next record at end move 1 to erro.
           if tc03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tc03
           end-if.
      *
       rot-open-tc04.
           move 0 to erro.
           if tc04-stat = "F"
              open i-o arqtc04
              if tc04-status = "35"
                 open output arqtc04
                 close arqtc04
                 open i-o arqtc04
              end-if
              if tc04-status not = "00"
                 move
                 " Erro de abertura no ARQTC04A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tc04-stat
              end-if
           end-if.
      *
       rot-close-tc04.
           if tc04-stat = "A"
              close arqtc04
              move "F" to tc04-stat
           end-if.
      *
       rot-le-tc04.
           move 0 to erro.
           read arqtc04 invalid key move 1 to erro.
           if tc04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tc04
           end-if.
      *
       rot-le-prox-tc04.
           move 0 to erro.
           read arqtc04 next record at end move 1 to erro.
           if tc04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tc04
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
       rot-open-ab04.
           move 0 to erro.
           if ab04-stat = "F"
              open input arqab04
              if ab04-status not = "00"
                 move
                 " Erro de abertura no ARQAB04A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ab04-stat
              end-if
           end-if.
      *
       rot-close-ab04.
           if ab04-stat = "A"
              close arqab04
              move "F" to ab04-stat
           end-if.
      *
       rot-le-ab04.
           move 0 to erro.
           read arqab04 invalid key move 1 to erro.
           if ab04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ab04
           end-if.
      *
       rot-open-ag01.
           move 0 to erro.
           if ag01-stat = "F"
              open i-o arqag01
              if ag01-status not = "00"
                 move
                 " Erro de abertura no ARQAG01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ag01-stat
              end-if
           end-if.
      *
       rot-close-ag01.
           if ag01-stat = "A"
              close arqag01
              move "F" to ag01-stat
           end-if.
      *
       rot-open-rs01.
           move 0 to erro.
           if rs01-stat = "F"
              open i-o arqrs01
              if rs01-status = "35"
                 open output arqrs01
                 move zeros to reg-rs01-1
                 move high-values to rs01-controle
                 move 0 to rs01-ult-seq
                 write reg-rs01-1
                 close arqrs01
                 open i-o arqrs01
              end-if
              if rs01-status not = "00"
                 move
                 " Erro de abertura no ARQRS01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rs01-stat
              end-if
           end-if.
      *
       rot-close-rs01.
           if rs01-stat = "A"
              close arqrs01
              move "F" to rs01-stat
           end-if.
      *
       rot-le-rs01.
           move 0 to erro.
           read arqrs01 invalid key move 1 to erro.
           if rs01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rs01
           end-if.
      *
       rot-le-prox-rs01.
           move 0 to erro.
           read arqrs01 next record at end move 1 to erro.
           if rs01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rs01
           end-if.
      *
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open i-o arqtabl
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
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to mensagem.
           perform rot-erro-cad.
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
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Comite (tipo 53) no desc-comite / comite-resto; a chave
      *    fica no tabl-chave p/ regravar o contador de atas
      *
       rot-le-comite.
           move spaces to desc-comite.
           move 53 to wtab01-tipo.
           move comite to wtab01-codigo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to desc-comite
              move tabl-resto to comite-resto
           else
              move spaces to comite-resto
              move 0 to cm-faltas cm-ano-ata cm-ult-ata
           end-if.
      *
       rot-le-sala.
           move spaces to desc-sala.
           move 33 to wtab01-tipo.
           move sala to wtab01-codigo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to desc-sala
           end-if.
      *
       rot-desc-funcao.
           evaluate funcao-membro
                    when "P" move "COORDENADOR" to desc-funcao
                    when "V" move "VICE-COORD." to desc-funcao
                    when "S" move "SECRETARIO" to desc-funcao
                    when "M" move "MEMBRO" to desc-funcao
                    when other move spaces to desc-funcao
           end-evaluate.
      *
      *    Reserva de sala: mesma critica de conflito do pgrs01
      *
       rot-critica-conflito.
           move "N" to flag-conflito.
           move sala to rs01-recurso.
           move data-reu to rs01-data-res.
           start arqrs01 key is not less rs01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-critica-conflito-fim
           end-if.
       rot-critica-conflito-1.
           perform rot-le-prox-rs01.
           if erro not = 0
              move 0 to erro
              go to rot-critica-conflito-fim
           end-if.
           if rs01-chave = high-values
              go to rot-critica-conflito-1
           end-if.
           if rs01-recurso not = sala or
              rs01-data-res not = data-reu
              go to rot-critica-conflito-fim
           end-if.
           if rs01-situacao not = "A"
              go to rot-critica-conflito-1
           end-if.
           if hora-ini < rs01-hora-fim and
              hora-fim > rs01-hora-ini
              move "S" to flag-conflito
              go to rot-critica-conflito-fim
           end-if.
           go to rot-critica-conflito-1.
       rot-critica-conflito-fim.
           exit.
      *
      *    Compromisso na agenda, numerado pelo registro de
      *    controle como no pgag01
      *
       rot-grava-agenda.
           move 0 to agenda.
           move high-values to ag01-chave-controle.
           read arqag01 invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              go to rot-grava-agenda-fim
           end-if.
           add 1 to ag01-numero.
           move ag01-numero to agenda.
           rewrite reg-ag01-1 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              go to rot-grava-agenda-fim
           end-if.
           move agenda to ag01-codigo.
           move spaces to ag01-assunto ag01-assunto-a ag01-empresa
                ag01-empresa-a ag01-nome ag01-nome-a ag01-partido
                ag01-partido-a ag01-endereco ag01-cidade ag01-uf
                ag01-telex ag01-fax ag01-telefone.
           move 0 to ag01-cep ag01-ddd.
           move desc-comite to assunto-comite.
           move assunto-reuniao to ag01-assunto ag01-assunto-a.
           move "ABAV/SP" to ag01-empresa ag01-empresa-a.
           move pauta to ag01-nome ag01-nome-a.
           move data-reu to ag01-data-a.
           move spaces to ag01-posicao.
           move 0 to ag01-recorrencia.
           move param-usr to ag01-usuario.
           move param-data to ag01-data.
           write reg-ag01 invalid key
                 move 1 to erro
           end-write.
       rot-grava-agenda-fim.
           exit.
      *
      *    Reserva da sala amarrada ao compromisso (pgrs01)
      *
       rot-grava-reserva.
           move 0 to reserva.
           move high-values to rs01-controle.
           perform rot-le-rs01.
           if erro not = 0
              go to rot-grava-reserva-fim
           end-if.
           add 1 to rs01-ult-seq.
           move rs01-ult-seq to reserva.
           rewrite reg-rs01-1 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              go to rot-grava-reserva-fim
           end-if.
           move reserva to rs01-sequencial.
           move sala to rs01-recurso.
           move data-reu to rs01-data-res.
           move agenda to rs01-agenda.
           move hora-ini to rs01-hora-ini.
           move hora-fim to rs01-hora-fim.
           move desc-comite to assunto-comite.
           move assunto-reuniao to rs01-descricao.
           move "A" to rs01-situacao.
           move param-usr to rs01-usuario.
           move param-data to rs01-data.
           write reg-rs01 invalid key
                 move 1 to erro
           end-write.
       rot-grava-reserva-fim.
           exit.
      *
      *    Lista de presenca: um registro por membro vigente na
      *    data da reuniao
      *
       rot-gera-presenca.
           move 0 to convocados.
           move comite to tc01-comite.
           move 0 to tc01-codigo tc01-titular.
           start arqtc01 key is not less tc01-chave invalid key
                 go to rot-gera-presenca-fim
           end-start.
       rot-gera-presenca-1.
           perform rot-le-prox-tc01.
           if erro not = 0
              move 0 to erro
              go to rot-gera-presenca-fim
           end-if.
           if tc01-comite not = comite
              go to rot-gera-presenca-fim
           end-if.
           if tc01-data-entrada > data-reu
              go to rot-gera-presenca-1
           end-if.
           if tc01-data-saida not = 0 and tc01-data-saida < data-reu
              go to rot-gera-presenca-1
           end-if.
           move reuniao to tc03-reuniao.
           move tc01-codigo to tc03-codigo.
           move tc01-titular to tc03-titular.
           move spaces to tc03-presenca.
           move param-usr to tc03-usuario.
           move param-data to tc03-data.
           write reg-tc03 invalid key
                 continue
           end-write.
           add 1 to convocados.
           go to rot-gera-presenca-1.
       rot-gera-presenca-fim.
           exit.
      *
      *    Reuniao do reg-tc02 na tela
      *
       rot-mostra-reuniao.
           move tc02-comite to comite.
           perform rot-le-comite.
           move 0 to erro.
           display comite at 1129 with foreground-color 15
                   background-color 01.
           display desc-comite at 1134 with foreground-color 15
                   background-color 01.
           move tc02-data-reu to data-reu dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1229 with foreground-color 15
                   background-color 01.
           display tc02-hora-ini at 1329 with foreground-color 15
                   background-color 01.
           display tc02-hora-fim at 1337 with foreground-color 15
                   background-color 01.
           move tc02-sala to sala.
           display sala at 1429 with foreground-color 15
                   background-color 01.
           if sala not = 0
              perform rot-le-sala
              move 0 to erro
              display desc-sala at 1434 with foreground-color 15
                      background-color 01
           end-if.
           display tc02-pauta at 1514 with foreground-color 15
                   background-color 01.
           if tc02-ata-numero not = 0
              move tc02-ata-numero to ata-disp-num
              move tc02-ata-ano to ata-disp-ano
              display ata-disp at 1629 with foreground-color 15
                      background-color 01
           end-if.
           if tc02-situacao = "R"
              display "REALIZADA" at 1729 with foreground-color 15
                      background-color 01
           else
              display "CONVOCADA" at 1729 with foreground-color 15
                      background-color 01
           end-if.
      *
      *    Membros da reuniao com a presenca pedida (ata-grupo)
      *
       rot-imprime-membros.
           move reuniao to tc03-reuniao.
           move 0 to tc03-codigo tc03-titular.
           start arqtc03 key is not less tc03-chave invalid key
                 go to rot-imprime-membros-fim
           end-start.
       rot-imprime-membros-1.
           perform rot-le-prox-tc03.
           if erro not = 0
              move 0 to erro
              go to rot-imprime-membros-fim
           end-if.
           if tc03-reuniao not = reuniao
              go to rot-imprime-membros-fim
           end-if.
           if tc03-presenca not = ata-grupo
              go to rot-imprime-membros-1
           end-if.
           move tc02-comite to tc01-comite.
           move tc03-codigo to tc01-codigo.
           move tc03-titular to tc01-titular.
           perform rot-le-tc01.
           if erro not = 0
              move 0 to erro
              move spaces to tc01-nome tc01-funcao
           end-if.
           move tc01-nome to ata-membro-nome.
           move tc01-funcao to funcao-membro.
           perform rot-desc-funcao.
           move desc-funcao to ata-membro-funcao.
           move tc03-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move ab01-razao-social to ata-membro-razao
           else
              move 0 to erro
              move spaces to ata-membro-razao
           end-if.
           write reg-imp from ata-membro after 1 line.
           go to rot-imprime-membros-1.
       rot-imprime-membros-fim.
           exit.
      *
      *    Frequencia do membro corrente (reg-tc01) nas reunioes
      *    realizadas do comite no ano
      *
       rot-frequencia.
           move 0 to qtd-convoc qtd-presente qtd-justif qtd-falta.
           move tc01-comite to tc02-comite.
           move data-ini to tc02-data-reu.
           start arqtc02 key is not less tc02-chave-1 invalid key
                 go to rot-frequencia-fim
           end-start.
       rot-frequencia-1.
           perform rot-le-prox-tc02.
           if erro not = 0
              move 0 to erro
              go to rot-frequencia-fim
           end-if.
           if tc02-chave = high-values
              go to rot-frequencia-1
           end-if.
           if tc02-comite not = tc01-comite or
              tc02-data-reu > data-fim
              go to rot-frequencia-fim
           end-if.
           if tc02-situacao not = "R"
              go to rot-frequencia-1
           end-if.
           move tc02-reuniao to tc03-reuniao.
           move tc01-codigo to tc03-codigo.
           move tc01-titular to tc03-titular.
           perform rot-le-tc03.
           if erro not = 0
              move 0 to erro
              go to rot-frequencia-1
           end-if.
           add 1 to qtd-convoc.
           evaluate tc03-presenca
                    when "P" add 1 to qtd-presente
                    when "J" add 1 to qtd-justif
                    when "F" add 1 to qtd-falta
           end-evaluate.
           go to rot-frequencia-1.
       rot-frequencia-fim.
           exit.
      *
      *    Um comite no relatorio (comite / comite-resto lidos)
      *
       rot-imprime-comite.
           move 0 to qtd-reunioes.
           move comite to tc02-comite.
           move data-ini to tc02-data-reu.
           start arqtc02 key is not less tc02-chave-1 invalid key
                 go to rot-imprime-comite-2
           end-start.
       rot-imprime-comite-1.
           perform rot-le-prox-tc02.
           if erro not = 0
              move 0 to erro
              go to rot-imprime-comite-2
           end-if.
           if tc02-chave = high-values
              go to rot-imprime-comite-1
           end-if.
           if tc02-comite not = comite or tc02-data-reu > data-fim
              go to rot-imprime-comite-2
           end-if.
           if tc02-situacao = "R"
              add 1 to qtd-reunioes
           end-if.
           go to rot-imprime-comite-1.
       rot-imprime-comite-2.
           if linha > 52
              perform rot-cabec
           end-if.
           move comite to cab-cmt-codigo.
           move desc-comite to cab-cmt-desc.
           move qtd-reunioes to cab-cmt-reunioes.
           move cm-faltas to cab-cmt-faltas.
           write reg-imp from cab-cmt after 2 lines.
           write reg-imp from spaces after 1 line.
           add 3 to linha.
           move comite to tc01-comite.
           move 0 to tc01-codigo tc01-titular.
           start arqtc01 key is not less tc01-chave invalid key
                 go to rot-imprime-comite-fim
           end-start.
       rot-imprime-comite-3.
           perform rot-le-prox-tc01.
           if erro not = 0
              move 0 to erro
              go to rot-imprime-comite-fim
           end-if.
           if tc01-comite not = comite
              go to rot-imprime-comite-fim
           end-if.
           if tc01-data-entrada > data-fim
              go to rot-imprime-comite-3
           end-if.
           if tc01-data-saida not = 0 and tc01-data-saida < data-ini
              go to rot-imprime-comite-3
           end-if.
           perform rot-frequencia thru rot-frequencia-fim.
      *
      *    a leitura das reunioes perdeu a posicao no arqtc01
      *
           start arqtc01 key is greater tc01-chave invalid key
                 move 1 to erro
           end-start.
           if linha > 56
              perform rot-cabec
           end-if.
           move tc01-codigo to cab-lin-codigo.
           move tc01-titular to cab-lin-titular.
           move tc01-nome to cab-lin-nome.
           move tc01-funcao to funcao-membro.
           perform rot-desc-funcao.
           move desc-funcao to cab-lin-funcao.
           move qtd-convoc to cab-lin-convoc.
           move qtd-presente to cab-lin-presente.
           move qtd-justif to cab-lin-justif.
           move qtd-falta to cab-lin-falta.
           move spaces to cab-lin-obs.
           if qtd-falta > cm-faltas
              move "EXCEDE LIMITE" to cab-lin-obs
              add 1 to tot-excede
           else
              if tc01-data-saida not = 0
                 move "SAIU" to cab-lin-obs
              end-if
           end-if.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add 1 to tot-membros.
           if erro not = 0
              move 0 to erro
              go to rot-imprime-comite-fim
           end-if.
           go to rot-imprime-comite-3.
       rot-imprime-comite-fim.
           exit.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display limpa-70 at line linha-tela column 05 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-painel-1.
       rot-limpa-painel-fim.
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
           if funcao not = "T" and "M" and "C" and "P" and "A" and "I"
                      and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if (funcao = "T" or "M") and param-prioridade < 8
              move " Usuario sem prioridade para esta funcao - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           move param-data to hoje dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move ano-euro to ano-atual.
           evaluate true
                    when funcao = "T"
                         perform sec-comites
                    when funcao = "M"
                         perform sec-membros
                    when funcao = "C"
                         perform sec-convocacao
                    when funcao = "P"
                         perform sec-presenca
                    when funcao = "A"
                         perform sec-ata
                    when funcao = "I"
                         perform sec-impressao
                    when funcao = "R"
                         perform sec-relatorio
           end-evaluate.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Comites             *
      *                      *
      ************************
      *
       sec-comites section.
      *
       lab-com-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-com-fim
           end-if.
           display tela-comite.
      *
       lab-com-01.
           move 0 to comite.
           perform lmp-comite-t thru lmp-ata-t.
           perform acc-comite-t.
           if escape-key = 1
              go to lab-com-fim
           end-if.
           if comite = 0
              go to lab-com-01
           end-if.
           perform rot-le-comite.
           if erro = 0
              move "S" to flag-existe
           else
              move 0 to erro
              move "N" to flag-existe
              move 3 to cm-faltas
           end-if.
           perform dsp-comite-t.
      *
       lab-com-02.
           perform acc-desc-t.
           if escape-key = 1
              go to lab-com-01
           end-if.
           move desc-comite to txt.
           perform rot-texto.
           move txt to desc-comite.
           if desc-comite = spaces
              go to lab-com-02
           end-if.
      *
       lab-com-03.
           perform acc-faltas-t.
           if escape-key = 1
              go to lab-com-02
           end-if.
      *
       lab-com-04.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-com-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-com-01
           else
              if resposta not = "S"
                 go to lab-com-04
              end-if
           end-if.
           display tela-limpa-cad.
      *
      *    relido p/ nao perder o contador de atas
      *
           move desc-comite to desc-sala.
           move cm-faltas to reserva.
           perform rot-le-comite.
           move desc-sala to desc-comite.
           move reserva to cm-faltas.
           move "53" to tabl-tipo-1.
           move desc-comite to tabl-descricao-1 tabl-descricao.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move comite-resto to tabl-resto.
           if erro = 0
              rewrite reg-tabl invalid key
                      continue
              end-rewrite
           else
              move wtab01-chave to tabl-chave
              write reg-tabl invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-com-01.
      *
       lab-com-fim.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Membros             *
      *                      *
      ************************
      *
       sec-membros section.
      *
       lab-mem-00.
           perform rot-open-tc01.
           if erro not = 0
              go to lab-mem-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-mem-fim
           end-if.
           perform rot-open-ab04.
           if erro not = 0
              go to lab-mem-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-mem-fim
           end-if.
           display tela-membro.
      *
       lab-mem-01.
           move 0 to comite.
           perform lmp-comite thru lmp-saida.
           perform acc-comite.
           if escape-key = 1
              go to lab-mem-fim
           end-if.
           perform rot-le-comite.
           if erro not = 0
              move 0 to erro
              move " Comite nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-mem-01
           end-if.
           display desc-comite at 1034 with foreground-color 15
                   background-color 01.
      *
       lab-mem-02.
           move 0 to codigo.
           perform lmp-codigo thru lmp-saida.
           perform acc-codigo.
           if escape-key = 1
              go to lab-mem-01
           end-if.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move 0 to erro
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-mem-02
           end-if.
           display ab01-razao-social-a at 1136 with
                   foreground-color 15 background-color 01.
      *
       lab-mem-03.
           move 0 to titular.
           perform lmp-titular thru lmp-saida.
           perform acc-titular.
           if escape-key = 1
              go to lab-mem-02
           end-if.
           move codigo to ab04-codigo.
           move ab01-condicao to ab04-condicao.
           move titular to ab04-titular.
           perform rot-le-ab04.
           if erro not = 0
              move 0 to erro
              move " Titular nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-mem-03
           end-if.
           move ab04-nome to nome-membro.
           display nome-membro at 1233 with foreground-color 15
                   background-color 01.
           move comite to tc01-comite.
           move codigo to tc01-codigo.
           move titular to tc01-titular.
           perform rot-le-tc01.
           if erro = 0
              move "S" to flag-existe
              move tc01-funcao to funcao-membro
              move tc01-data-entrada to data-entrada
              move tc01-data-saida to data-saida
           else
              move 0 to erro
              move "N" to flag-existe
              move "M" to funcao-membro
              move hoje to data-entrada
              move 0 to data-saida
           end-if.
           perform dsp-membro.
      *
       lab-mem-04.
           perform acc-funcao-membro.
           if escape-key = 1
              go to lab-mem-03
           end-if.
           move funcao-membro to txt.
           perform rot-texto.
           move txt to funcao-membro.
           if funcao-membro not = "P" and "V" and "S" and "M"
              go to lab-mem-04
           end-if.
           perform dsp-membro.
      *
       lab-mem-05.
           move data-entrada to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform acc-entrada thru acc-entrada-fim.
           if escape-key = 1
              go to lab-mem-04
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-mem-05
           end-if.
           move dias-corr to data-entrada.
      *
       lab-mem-06.
           if flag-existe not = "S"
              go to lab-mem-07
           end-if.
           move 0 to dia-euro mes-euro ano-euro.
           if data-saida not = 0
              move data-saida to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform acc-saida thru acc-saida-fim.
           if escape-key = 1
              go to lab-mem-05
           end-if.
           move 0 to data-saida.
           if dia-euro = 0 and mes-euro = 0 and ano-euro = 0
              go to lab-mem-07
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0 or dias-corr < data-entrada
              move 0 to erro
              perform rot-data-i
              go to lab-mem-06
           end-if.
           move dias-corr to data-saida.
      *
       lab-mem-07.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-mem-05
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-mem-02
           else
              if resposta not = "S"
                 go to lab-mem-07
              end-if
           end-if.
           display tela-limpa-cad.
           move comite to tc01-comite.
           move codigo to tc01-codigo.
           move titular to tc01-titular.
           perform rot-le-tc01.
           move codigo to tc01-codigo-a.
           move ab01-condicao to tc01-condicao.
           move nome-membro to tc01-nome.
           move funcao-membro to tc01-funcao.
           move data-entrada to tc01-data-entrada.
           move data-saida to tc01-data-saida.
           move param-usr to tc01-usuario.
           move param-data to tc01-data.
           if erro = 0
              rewrite reg-tc01 invalid key
                      continue
              end-rewrite
           else
              move comite to tc01-comite
              move codigo to tc01-codigo
              move titular to tc01-titular
              write reg-tc01 invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-mem-02.
      *
       lab-mem-fim.
           perform rot-close-tabl.
           perform rot-close-ab04.
           perform rot-close-ab01.
           perform rot-close-tc01.
           exit.
      *
      ************************
      *                      *
      *  Convocacao          *
      *                      *
      ************************
      *
       sec-convocacao section.
      *
       lab-con-00.
           perform rot-open-tc01.
           if erro not = 0
              go to lab-con-fim
           end-if.
           perform rot-open-tc02.
           if erro not = 0
              go to lab-con-fim
           end-if.
           perform rot-open-tc03.
           if erro not = 0
              go to lab-con-fim
           end-if.
           perform rot-open-ag01.
           if erro not = 0
              go to lab-con-fim
           end-if.
           perform rot-open-rs01.
           if erro not = 0
              go to lab-con-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-con-fim
           end-if.
           display tela-reuniao.
      *
       lab-con-01.
           move 0 to comite.
           perform lmp-reuniao thru lmp-situacao.
           display "NOVA" at 1029 with foreground-color 15
                   background-color 01.
           perform acc-comite-r.
           if escape-key = 1
              go to lab-con-fim
           end-if.
           perform rot-le-comite.
           if erro not = 0
              move 0 to erro
              move " Comite nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-con-01
           end-if.
           display desc-comite at 1134 with foreground-color 15
                   background-color 01.
      *
       lab-con-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-data-reu thru acc-data-reu-fim.
           if escape-key = 1
              go to lab-con-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0 or dias-corr < hoje
              move 0 to erro
              perform rot-data-i
              go to lab-con-02
           end-if.
           move dias-corr to data-reu.
      *
       lab-con-03.
           perform acc-hora-ini.
           if escape-key = 1
              go to lab-con-02
           end-if.
           if hora-ini > 2359
              go to lab-con-03
           end-if.
      *
       lab-con-04.
           perform acc-hora-fim.
           if escape-key = 1
              go to lab-con-03
           end-if.
           if hora-fim <= hora-ini or hora-fim > 2359
              go to lab-con-04
           end-if.
      *
       lab-con-05.
           perform lmp-sala.
           perform acc-sala.
           if escape-key = 1
              go to lab-con-04
           end-if.
           if sala = 0
              go to lab-con-06
           end-if.
           perform rot-le-sala.
           if erro not = 0
              move 0 to erro
              move " Recurso nao cadastrado (tabela 33) - Tecle <Enter>
      -       "" to mensagem
              perform rot-erro-cad
              go to lab-con-05
           end-if.
           display desc-sala at 1434 with foreground-color 15
                   background-color 01.
           perform rot-critica-conflito thru rot-critica-conflito-fim.
           if flag-conflito = "S"
              move " Sala ja reservada no horario - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-con-05
           end-if.
      *
       lab-con-06.
           perform acc-pauta.
           if escape-key = 1
              go to lab-con-05
           end-if.
           if pauta = spaces
              go to lab-con-06
           end-if.
      *
       lab-con-07.
           move "Convoca a reuniao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-con-06
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-con-01
           else
              if resposta not = "S"
                 go to lab-con-07
              end-if
           end-if.
           display tela-limpa-cad.
           perform rot-grava-agenda thru rot-grava-agenda-fim.
           if erro not = 0
              move 0 to erro
              move " Agenda sem registro de controle - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-con-01
           end-if.
           move 0 to reserva.
           if sala not = 0
              perform rot-grava-reserva thru rot-grava-reserva-fim
              move 0 to erro
           end-if.
           move high-values to tc02-controle.
           perform rot-le-tc02.
           if erro not = 0
              move 0 to erro
              go to lab-con-fim
           end-if.
           add 1 to tc02-ult-reuniao.
           move tc02-ult-reuniao to reuniao.
           rewrite reg-tc02-1 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           move spaces to reg-tc02.
           move reuniao to tc02-reuniao.
           move comite to tc02-comite.
           move data-reu to tc02-data-reu.
           move hora-ini to tc02-hora-ini.
           move hora-fim to tc02-hora-fim.
           move sala to tc02-sala.
           move reserva to tc02-reserva.
           move agenda to tc02-agenda.
           move pauta to tc02-pauta.
           move 0 to tc02-ata-numero tc02-ata-ano.
           move "C" to tc02-situacao.
           move param-usr to tc02-usuario.
           move param-data to tc02-data.
           write reg-tc02 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           perform rot-gera-presenca thru rot-gera-presenca-fim.
           display reuniao at 1029 with foreground-color 15
                   background-color 01.
           move spaces to mensagem.
           string "Reuniao " reuniao " convocada, " convocados
                  " membros, agenda " agenda " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-con-01.
      *
       lab-con-fim.
           perform rot-close-tabl.
           perform rot-close-rs01.
           perform rot-close-ag01.
           perform rot-close-tc03.
           perform rot-close-tc02.
           perform rot-close-tc01.
           exit.
      *
      ************************
      *                      *
      *  Presenca            *
      *                      *
      ************************
      *
       sec-presenca section.
      *
       lab-pre-00.
           perform rot-open-tc01.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           perform rot-open-tc02.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           perform rot-open-tc03.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-pre-fim
           end-if.
           display tela-reuniao.
      *
       lab-pre-01.
           move 0 to reuniao.
           perform lmp-reuniao thru lmp-presenca.
           perform acc-reuniao.
           if escape-key = 1
              go to lab-pre-fim
           end-if.
           move reuniao to tc02-reuniao.
           perform rot-le-tc02.
           if erro not = 0 or reuniao = 0
              move 0 to erro
              move " Reuniao nao cadastrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-pre-01
           end-if.
           perform rot-mostra-reuniao.
           if tc02-data-reu > hoje
              move " Reuniao ainda nao realizada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-pre-01
           end-if.
           display tela-presenca.
           move reuniao to tc03-reuniao.
           move 0 to tc03-codigo tc03-titular.
           start arqtc03 key is not less tc03-chave invalid key
                 go to lab-pre-03
           end-start.
      *
       lab-pre-02.
           perform rot-le-prox-tc03.
           if erro not = 0
              move 0 to erro
              go to lab-pre-03
           end-if.
           if tc03-reuniao not = reuniao
              go to lab-pre-03
           end-if.
           move tc02-comite to tc01-comite.
           move tc03-codigo to tc01-codigo.
           move tc03-titular to tc01-titular.
           perform rot-le-tc01.
           if erro not = 0
              move 0 to erro
              move spaces to tc01-nome
           end-if.
           perform lmp-membro.
           display tc03-codigo at 1914 with foreground-color 15
                   background-color 01.
           display tc03-titular at 1920 with foreground-color 15
                   background-color 01.
           display tc01-nome at 1923 with foreground-color 15
                   background-color 01.
           move tc03-presenca to presenca.
           if presenca = spaces
              move "P" to presenca
           end-if.
      *
       lab-pre-02a.
           perform acc-presenca.
           if escape-key = 1
              go to lab-pre-01
           end-if.
           move presenca to txt.
           perform rot-texto.
           move txt to presenca.
           if presenca not = "P" and "J" and "F"
              go to lab-pre-02a
           end-if.
           move presenca to tc03-presenca.
           move param-usr to tc03-usuario.
           move param-data to tc03-data.
           rewrite reg-tc03 invalid key
                   move 0 to erro
           end-rewrite.
           go to lab-pre-02.
      *
       lab-pre-03.
           move reuniao to tc02-reuniao.
           perform rot-le-tc02.
           if erro = 0
              move "R" to tc02-situacao
              move param-usr to tc02-usuario
              move param-data to tc02-data
              rewrite reg-tc02 invalid key
                      move 0 to erro
              end-rewrite
           end-if.
           move 0 to erro.
           move " Presenca lancada - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-pre-01.
      *
       lab-pre-fim.
           perform rot-close-tabl.
           perform rot-close-tc03.
           perform rot-close-tc02.
           perform rot-close-tc01.
           exit.
      *
      ************************
      *                      *
      *  Ata                 *
      *                      *
      ************************
      *
       sec-ata section.
      *
       lab-ata-00.
           perform rot-open-tc02.
           if erro not = 0
              go to lab-ata-fim
           end-if.
           perform rot-open-tc04.
           if erro not = 0
              go to lab-ata-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ata-fim
           end-if.
           display tela-reuniao.
      *
       lab-ata-01.
           move 0 to reuniao.
           perform lmp-reuniao thru lmp-texto.
           perform acc-reuniao.
           if escape-key = 1
              go to lab-ata-fim
           end-if.
           move reuniao to tc02-reuniao.
           perform rot-le-tc02.
           if erro not = 0 or reuniao = 0
              move 0 to erro
              move " Reuniao nao cadastrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-ata-01
           end-if.
           perform rot-mostra-reuniao.
           if tc02-situacao not = "R"
              move " Lance a presenca antes da ata - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ata-01
           end-if.
           if tc02-ata-numero not = 0
              go to lab-ata-02
           end-if.
      *
      *    Numero da ata: sequencia do comite, reiniciada no ano
      *
           perform rot-le-comite.
           if erro not = 0
              move 0 to erro
              go to lab-ata-01
           end-if.
           if cm-ano-ata not = ano-atual
              move ano-atual to cm-ano-ata
              move 0 to cm-ult-ata
           end-if.
           add 1 to cm-ult-ata.
           move comite-resto to tabl-resto.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           rewrite reg-tabl invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move 0 to erro
              go to lab-ata-01
           end-if.
           move cm-ult-ata to tc02-ata-numero.
           move cm-ano-ata to tc02-ata-ano.
           move param-usr to tc02-usuario.
           move param-data to tc02-data.
           rewrite reg-tc02 invalid key
                   move 0 to erro
           end-rewrite.
           move tc02-ata-numero to ata-disp-num.
           move tc02-ata-ano to ata-disp-ano.
           display ata-disp at 1629 with foreground-color 15
                   background-color 01.
      *
       lab-ata-02.
           display tela-ata.
           move 0 to num-linha.
      *
       lab-ata-03.
           add 1 to num-linha.
           if num-linha > 200
              go to lab-ata-01
           end-if.
           display num-linha at 1929 with foreground-color 15
                   background-color 01.
      *
      *    Linha ja existente aparece p/ alterar
      *
           move reuniao to tc04-reuniao.
           move num-linha to tc04-linha.
           perform rot-le-tc04.
           if erro = 0
              move "S" to flag-existe
              move tc04-texto to texto-linha
           else
              move "N" to flag-existe
              move spaces to texto-linha
              move 0 to erro
           end-if.
           display texto-linha at 2005 with foreground-color 15
                   background-color 01.
           perform acc-texto.
           if escape-key = 1
              go to lab-ata-01
           end-if.
           if texto-linha = spaces and flag-existe = "N"
              go to lab-ata-01
           end-if.
           move reuniao to tc04-reuniao.
           move num-linha to tc04-linha.
           move texto-linha to tc04-texto.
           move param-usr to tc04-usuario.
           move param-data to tc04-data.
           if flag-existe = "S"
              rewrite reg-tc04 invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-tc04 invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move " Erro de gravacao - ARQTC04A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-ata-fim
           end-if.
           go to lab-ata-03.
      *
       lab-ata-fim.
           perform rot-close-tabl.
           perform rot-close-tc04.
           perform rot-close-tc02.
           exit.
      *
      ************************
      *                      *
      *  Impressao da ata    *
      *                      *
      ************************
      *
       sec-impressao section.
      *
       lab-imp-00.
           perform rot-open-tc01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-tc02.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-tc03.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-tc04.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           display tela-reuniao.
      *
       lab-imp-01.
           move 0 to reuniao.
           perform lmp-reuniao thru lmp-situacao.
           perform acc-reuniao.
           if escape-key = 1
              go to lab-imp-fim
           end-if.
           move reuniao to tc02-reuniao.
           perform rot-le-tc02.
           if erro not = 0 or reuniao = 0
              move 0 to erro
              move " Reuniao nao cadastrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-imp-01
           end-if.
           perform rot-mostra-reuniao.
           if tc02-ata-numero = 0
              move " Reuniao sem ata - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-imp-01
           end-if.
      *
       lab-imp-02.
           move "Imprime a ata (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-imp-01
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-imp-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move tc02-ata-numero to ata-disp-num.
           move tc02-ata-ano to ata-disp-ano.
           move ata-disp to ata-tit-numero.
           move desc-comite to ata-tit-comite.
           move tc02-data-reu to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to ata-dados-data.
           move tc02-hora-ini to ata-dados-ini.
           move tc02-hora-fim to ata-dados-fim.
           move spaces to ata-dados-sala.
           if tc02-sala not = 0
              move tc02-sala to sala
              perform rot-le-sala
              move 0 to erro
              move desc-sala to ata-dados-sala
           end-if.
           move tc02-pauta to ata-pauta-texto.
           write reg-imp from cab-abav.
           write reg-imp from spaces after 2 lines.
           write reg-imp from ata-tit after 1 line.
           write reg-imp from spaces after 1 line.
           write reg-imp from ata-dados after 1 line.
           write reg-imp from ata-pauta after 1 line.
           write reg-imp from spaces after 1 line.
           move "Presentes:" to reg-imp.
           write reg-imp after 1 line.
           move "P" to ata-grupo.
           perform rot-imprime-membros thru rot-imprime-membros-fim.
           write reg-imp from spaces after 1 line.
           move "Ausencias justificadas:" to reg-imp.
           write reg-imp after 1 line.
           move "J" to ata-grupo.
           perform rot-imprime-membros thru rot-imprime-membros-fim.
           write reg-imp from spaces after 1 line.
           move "Ausentes:" to reg-imp.
           write reg-imp after 1 line.
           move "F" to ata-grupo.
           perform rot-imprime-membros thru rot-imprime-membros-fim.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           move reuniao to tc04-reuniao.
           move 0 to tc04-linha.
           start arqtc04 key is not less tc04-chave invalid key
                 go to lab-imp-04
           end-start.
      *
       lab-imp-03.
           perform rot-le-prox-tc04.
           if erro not = 0
              move 0 to erro
              go to lab-imp-04
           end-if.
           if tc04-reuniao not = reuniao
              go to lab-imp-04
           end-if.
           move tc04-texto to reg-imp.
           write reg-imp after 1 line.
           go to lab-imp-03.
      *
       lab-imp-04.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after 3 lines.
           write reg-imp from ata-assina after 1 line.
           write reg-imp from ata-assina-1 after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
           go to lab-imp-01.
      *
       lab-imp-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-tc04.
           perform rot-close-tc03.
           perform rot-close-tc02.
           perform rot-close-tc01.
           exit.
      *
      ************************
      *                      *
      *  Relatorio anual     *
      *                      *
      ************************
      *
       sec-relatorio section.
      *
       lab-rel-00.
           perform rot-open-tc01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-tc02.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-tc03.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           display tela-relatorio.
      *
       lab-rel-01.
           move ano-atual to ano-rel.
           perform acc-ano.
           if escape-key = 1
              go to lab-rel-fim
           end-if.
           move 1 to dia-euro mes-euro.
           move ano-rel to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-rel-01
           end-if.
           move dias-corr to data-ini.
           move 31 to dia-euro.
           move 12 to mes-euro.
           move ano-rel to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           move dias-corr to data-fim.
      *
       lab-rel-02.
           move 0 to sele-comite.
           perform acc-sele-comite.
           if escape-key = 1
              go to lab-rel-01
           end-if.
           if sele-comite = 0
              go to lab-rel-03
           end-if.
           move sele-comite to comite.
           perform rot-le-comite.
           if erro not = 0
              move 0 to erro
              move " Comite nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-rel-02
           end-if.
      *
       lab-rel-03.
           move "Imprime o relatorio (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rel-02
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-rel-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move ano-rel to cab-ano.
           move 0 to pagina tot-membros tot-excede.
           perform rot-cabec.
           if sele-comite not = 0
              move sele-comite to comite
              perform rot-le-comite
              move 0 to erro
              perform rot-imprime-comite thru rot-imprime-comite-fim
              go to lab-rel-05
           end-if.
           move 53 to wtab01-tipo.
           move 0 to wtab01-codigo.
           move spaces to wtab01-chave(6:2).
           move wtab01-chave to tabl-chave.
           start arqtabl key is not less tabl-chave invalid key
                 go to lab-rel-05
           end-start.
      *
       lab-rel-04.
           read arqtabl next record at end
                go to lab-rel-05
           end-read.
           if tabl-tipo not = "53"
              go to lab-rel-05
           end-if.
           move tabl-chave to wtab01-chave.
           move wtab01-codigo to comite.
           move tabl-descricao to desc-comite.
           move tabl-resto to comite-resto.
           perform rot-imprime-comite thru rot-imprime-comite-fim.
      *
      *    volta a posicao da tabela p/ o proximo comite
      *
           move 53 to wtab01-tipo.
           move comite to wtab01-codigo.
           move spaces to wtab01-chave(6:2).
           move wtab01-chave to tabl-chave.
           start arqtabl key is greater tabl-chave invalid key
                 go to lab-rel-05
           end-start.
           go to lab-rel-04.
      *
       lab-rel-05.
           write reg-imp from tracos after 2 lines.
           move "Membros relacionados...............:" to cab-tot-texto.
           move tot-membros to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "  acima do limite de faltas........:" to cab-tot-texto.
           move tot-excede to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
           go to lab-rel-01.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           perform rot-close-tc03.
           perform rot-close-tc02.
           perform rot-close-tc01.
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
           accept resposta at 2370 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0830 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-comite-t.
           accept comite at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desc-t.
           accept desc-comite at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-faltas-t.
           accept cm-faltas at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-comite.
           accept comite at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-titular.
           accept titular at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-funcao-membro.
           accept funcao-membro at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-entrada.
           accept dia-euro at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-entrada-fim
           end-if.
           accept mes-euro at 1432 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-entrada-fim
           end-if.
           accept ano-euro at 1435 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-entrada-fim.
           exit.
      *
       acc-saida.
           accept dia-euro at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-saida-fim
           end-if.
           accept mes-euro at 1532 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-saida-fim
           end-if.
           accept ano-euro at 1535 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-saida-fim.
           exit.
      *
       acc-reuniao.
           accept reuniao at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-comite-r.
           accept comite at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-reu.
           accept dia-euro at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-reu-fim
           end-if.
           accept mes-euro at 1232 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-reu-fim
           end-if.
           accept ano-euro at 1235 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-reu-fim.
           exit.
      *
       acc-hora-ini.
           accept hora-ini at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-hora-fim.
           accept hora-fim at 1337 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-sala.
           accept sala at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-pauta.
           accept pauta at 1514 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-presenca.
           accept presenca at 2029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-texto.
           accept texto-linha at 2005 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ano.
           accept ano-rel at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-sele-comite.
           accept sele-comite at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0830 with foreground-color 15
                   background-color 01.
      *
       dsp-comite-t.
           display desc-comite at 1129 with foreground-color 15
                   background-color 01.
           display cm-faltas at 1229 with foreground-color 15
                   background-color 01.
           if cm-ult-ata not = 0
              move cm-ult-ata to ata-disp-num
              move cm-ano-ata to ata-disp-ano
              display ata-disp at 1329 with foreground-color 15
                      background-color 01
           end-if.
      *
       dsp-membro.
           perform rot-desc-funcao.
           display funcao-membro at 1329 with foreground-color 15
                   background-color 01.
           display desc-funcao at 1331 with foreground-color 15
                   background-color 01.
           move data-entrada to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1429 with foreground-color 15
                   background-color 01.
           if data-saida not = 0
              move data-saida to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1529 with foreground-color 15
                      background-color 01
           end-if.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0830 with foreground-color 15
                   background-color 01.
      *
       lmp-comite-t.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-desc-t.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-faltas-t.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-ata-t.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-comite.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-titular.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-funcao-membro.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-entrada.
           display "  /  /  " at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-saida.
           display "  /  /  " at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-reuniao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-comite-r.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-data-reu.
           display "  /  /  " at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-hora.
           display "    " at 1329 with foreground-color 15
                   background-color 01.
           display "    " at 1337 with foreground-color 15
                   background-color 01.
      *
       lmp-sala.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-pauta.
           display limpa-70(1:60) at 1514 with foreground-color 15
                   background-color 01.
      *
       lmp-ata.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-membro.
           display limpa-70(1:60) at 1914 with foreground-color 15
                   background-color 01.
      *
       lmp-presenca.
           display limpa-10 at 2029 with foreground-color 15
                   background-color 01.
      *
       lmp-texto.
           display limpa-70 at 2005 with foreground-color 15
                   background-color 01.
