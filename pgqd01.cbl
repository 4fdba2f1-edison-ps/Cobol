      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGQD01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Declaracao Anual de Quitacao de Debitos :                  *
      *                                                             *
      *  (E)missao - apura, p/ o ano-base, todo associado e todo    *
      *              cliente do cadastro geral com titulo vencido   *
      *              no ano (ARQRC01 em aberto e ARQBX01 pagos);    *
      *              quem nao tem titulo do ano em aberto, em       *
      *              custodia ou baixado por perda (ARQPD01)        *
      *              recebe a declaracao, fundida num modelo de     *
      *              carta do pgtx01 (marca &ANO = ano-base);       *
      *              os demais saem na relacao de pendencias.       *
      *              A emissao fica registrada no ARQQD01 e a       *
      *              reimpressao sai marcada como segunda via;      *
      *  (R)elacao - declaracoes emitidas no ano-base.              *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgqd01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqqd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is qd01-chave
                  file status is qd01-status.
      *
           select arqrc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rc01-chave
                  alternate record key is rc01-chave-1 with duplicates
                  alternate record key is rc01-chave-2 with duplicates
                  alternate record key is rc01-chave-3 with duplicates
                  file status is rc01-status.
      *
           select arqbx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bx01-chave
                  alternate record key is bx01-chave-1 with duplicates
                  alternate record key is bx01-chave-2 with duplicates
                  file status is bx01-status.
      *
           select arqpd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pd01-chave
                  alternate record key is pd01-chave-1 with duplicates
                  alternate record key is pd01-chave-2 with duplicates
                  file status is pd01-status.
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
           select arqcd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cd01-chave
                  alternate record key is cd01-chave-1 with duplicates
                  alternate record key is cd01-chave-2 with duplicates
                  alternate record key is cd01-chave-3 with duplicates
                  alternate record key is cd01-chave-4 with duplicates
                  file status is cd01-status.
      *
           select arqtx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tx01-chave
                  file status is tx01-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdqd01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdpd01.lib.
      *
       copy fdab01.lib.
      *
       copy fdcd01.lib.
      *
       copy fdtx01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 qd01-status                  pic x(02) value "00".
       01 qd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-qd01.
          02 qd01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 qd01-nome                 pic x(08) value "ARQQD01A".
          02 filler                    pic x(01) value ".".
          02 qd01-ext                  pic x(03) value "DAT".
      *
       01 rc01-status                  pic x(02) value "00".
       01 rc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rc01.
          02 rc01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rc01-nome                 pic x(08) value "ARQRC01A".
          02 filler                    pic x(01) value ".".
          02 rc01-ext                  pic x(03) value "DAT".
      *
       01 bx01-status                  pic x(02) value "00".
       01 bx01-stat                    pic x(01) value "F".
      *
       01 nome-arq-bx01.
          02 bx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 bx01-nome                 pic x(08) value "ARQBX01A".
          02 filler                    pic x(01) value ".".
          02 bx01-ext                  pic x(03) value "DAT".
      *
       01 pd01-status                  pic x(02) value "00".
       01 pd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pd01.
          02 pd01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 pd01-nome                 pic x(08) value "ARQPD01A".
          02 filler                    pic x(01) value ".".
          02 pd01-ext                  pic x(03) value "DAT".
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
       01 cd01-status                  pic x(02) value "00".
       01 cd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cd01.
          02 cd01-dir                  pic x(03) value "CD1".
          02 filler                    pic x(01) value "\".
          02 cd01-nome                 pic x(08) value "ARQCD01A".
          02 filler                    pic x(01) value ".".
          02 cd01-ext                  pic x(03) value "DAT".
      *
       01 tx01-status                  pic x(02) value "00".
       01 tx01-stat                    pic x(01) value "F".
      *
       01 nome-arq-tx01.
          02 tx01-dir                  pic x(03) value "CD2".
          02 filler                    pic x(01) value "\".
          02 tx01-nome                 pic x(08) value "ARQTX01A".
          02 filler                    pic x(01) value ".".
          02 tx01-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGQD01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 sele-ano                  pic 9(02) value 0.
          02 modelo                    pic x(05) value spaces.
          02 sele-grupo                pic x(01) value spaces.
          02 sele-codigo               pic 9(05) value 0.
      *
      *    Ano-base: indice de anos com a janela de seculo (anos
      *    abaixo de 50 sao 20xx) e o ano com quatro digitos p/
      *    a carta
      *
       01 qd-ano-idx                   pic 9(03) value 0.
       01 qd-ano-aux                   pic 9(03) value 0.
       01 qd-ano-disp                  pic 9(04) value 0.
       01 qd-grupo                     pic x(01) value spaces.
       01 qd-codigo                    pic 9(05) value 0.
       01 qd-valor                     pic 9(11)v9(02) value 0.
       01 qd-abre                      pic x(01) value spaces.
       01 flag-qd01                    pic x(01) value spaces.
      *
       01 cont-qd.
          02 tot-declaracoes           pic 9(05) value 0.
          02 tot-segundas              pic 9(05) value 0.
          02 tot-pendentes             pic 9(05) value 0.
          02 tot-valor                 pic 9(11)v9(02) value 0.
      *
      *    Destinatario da carta (associado ou cliente)
      *
       01 destinatario.
          02 dest-razao                pic x(40) value spaces.
          02 dest-endereco             pic x(40) value spaces.
          02 dest-cidade               pic x(20) value spaces.
          02 dest-uf                   pic x(02) value spaces.
          02 dest-cep                  pic 9(08) value 0.
          02 dest-categoria            pic 9(03) value 0.
          02 dest-embratur             pic x(12) value spaces.
          02 dest-iata                 pic x(12) value spaces.
      *
      *    Fusao: mesma troca de marcas do pgtx01, sobre o
      *    destinatario, acrescida da marca &ANO
      *
       01 fus-entrada                  pic x(70) value spaces.
       01 fus-saida                    pic x(132) value spaces.
       01 fus-i                        pic 9(03) comp-5 value 0.
       01 fus-o                        pic 9(03) comp-5 value 0.
       01 fus-campo                    pic x(40) value spaces.
       01 fus-tamanho                  pic 9(02) comp-5 value 0.
       01 fus-marca                    pic 9(02) comp-5 value 0.
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
       01 cab-via.
          02 filler                    pic x(50) value spaces.
          02 filler                    pic x(08) value "2a. VIA".
          02 filler                    pic x(05) value " - 1a".
          02 filler                    pic x(10) value " emitida e".
          02 filler                    pic x(02) value "m ".
          02 cab-via-data              pic x(08) value spaces.
      *
       01 cab-prog.
          02 filler                    pic x(02) value spaces.
          02 cab-titulo                pic x(46) value spaces.
          02 cab-ano                   pic 9(04) value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit-pen.
          02 filler                    pic x(02) value "G".
          02 filler                    pic x(07) value "Codigo".
          02 filler                    pic x(42) value "Razao Social".
          02 filler                    pic x(08) value " Titulos".
          02 filler                    pic x(19) value
             "    Valor em aberto".
      *
       01 cab-lin-pen.
          02 cab-pen-grupo             pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-pen-codigo            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-pen-razao             pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-pen-qtd               pic zzzzz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-pen-valor             pic zz.zzz.zzz.zz9,99.
      *
       01 cab-tit-rel.
          02 filler                    pic x(02) value "G".
          02 filler                    pic x(07) value "Codigo".
          02 filler                    pic x(42) value "Razao Social".
          02 filler                    pic x(06) value "Vias".
          02 filler                    pic x(10) value "1a.Emiss.".
          02 filler                    pic x(10) value "Ult. Via".
          02 filler                    pic x(05) value "Mod.".
      *
       01 cab-lin-rel.
          02 cab-rel-grupo             pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-rel-codigo            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-rel-razao             pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-rel-vias              pic zz9 value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-rel-emissao           pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-rel-via               pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-rel-modelo            pic x(05) value spaces.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
          02 filler                    pic x(16) value spaces.
          02 cab-tot-valor             pic zz.zzz.zzz.zz9,99.
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
          02 line 08 column 38 foreground-color 06 background-color 01
             highlight value "Declaracao Anual de Quitacao".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (E/R).........:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Ano-base.............:".
      *
       01 tela-02.
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Modelo de carta......:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Grupo (A/C/branco)...:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Codigo (0=todos).....:".
      *
       01 tela-03.
          02 line 12 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 13 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 14 column 06 foreground-color 01 background-color 01
             value "                                                  ".
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
           move 06 to box-lin.
           move 74 to box-col-f.
           move 17 to box-lin-f.
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
       rot-open-qd01.
           move 0 to erro.
           if qd01-stat = "F"
              open i-o arqqd01
              if qd01-status = "35"
                 open output arqqd01
                 close arqqd01
                 open i-o arqqd01
              end-if
              if qd01-status not = "00"
                 move
                 " Erro de abertura no ARQQD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to qd01-stat
              end-if
           end-if.
      *
       rot-close-qd01.
           if qd01-stat = "A"
              close arqqd01
              move "F" to qd01-stat
           end-if.
      *
       rot-le-qd01.
           move 0 to erro.
           read arqqd01 invalid key move 1 to erro.
           if qd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-qd01
           end-if.
      *
       rot-le-prox-qd01.
           move 0 to erro.
           read arqqd01 next record at end move 1 to erro.
           if qd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-qd01
           end-if.
      *
       rot-open-rc01.
           move 0 to erro.
           if rc01-stat = "F"
              open input arqrc01
              if rc01-status not = "00"
                 move
                 " Erro de abertura no ARQRC01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rc01-stat
              end-if
           end-if.
      *
       rot-close-rc01.
           if rc01-stat = "A"
              close arqrc01
              move "F" to rc01-stat
           end-if.
      *
       rot-le-prox-rc01.
           move 0 to erro.
           read arqrc01 next record at end move 1 to erro.
           if rc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rc01
           end-if.
      *
       rot-open-bx01.
           move 0 to erro.
           if bx01-stat = "F"
              open input arqbx01
              if bx01-status not = "00"
                 move
                 " Erro de abertura no ARQBX01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to bx01-stat
              end-if
           end-if.
      *
       rot-close-bx01.
           if bx01-stat = "A"
              close arqbx01
              move "F" to bx01-stat
           end-if.
      *
       rot-le-prox-bx01.
           move 0 to erro.
           read arqbx01 next record at end move 1 to erro.
           if bx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-bx01
           end-if.
      *
      *    Livro de perdas ainda nao criado: nenhuma perda a
      *    considerar
      *
       rot-open-pd01.
           move 0 to erro.
           if pd01-stat = "F"
              open input arqpd01
              if pd01-status = "35"
                 go to rot-open-pd01-fim
              end-if
              if pd01-status not = "00"
                 move
                 " Erro de abertura no ARQPD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pd01-stat
              end-if
           end-if.
       rot-open-pd01-fim.
           exit.
      *
       rot-close-pd01.
           if pd01-stat = "A"
              close arqpd01
              move "F" to pd01-stat
           end-if.
      *
       rot-le-prox-pd01.
           move 0 to erro.
           read arqpd01 next record at end move 1 to erro.
           if pd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pd01
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
       rot-open-cd01.
           move 0 to erro.
           if cd01-stat = "F"
              open input arqcd01
              if cd01-status not = "00"
                 move
                 " Erro de abertura no ARQCD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to cd01-stat
              end-if
           end-if.
      *
       rot-close-cd01.
           if cd01-stat = "A"
              close arqcd01
              move "F" to cd01-stat
           end-if.
      *
       rot-le-cd01.
           move 0 to erro.
           read arqcd01 invalid key move 1 to erro.
           if cd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-cd01
           end-if.
      *
       rot-open-tx01.
           move 0 to erro.
           if tx01-stat = "F"
              open input arqtx01
              if tx01-status not = "00"
                 move
                 " Erro de abertura no ARQTX01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tx01-stat
              end-if
           end-if.
      *
       rot-close-tx01.
           if tx01-stat = "A"
              close arqtx01
              move "F" to tx01-stat
           end-if.
      *
       rot-le-tx01.
           move 0 to erro.
           read arqtx01 invalid key move 1 to erro.
           if tx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tx01
           end-if.
      *
       rot-le-prox-tx01.
           move 0 to erro.
           read arqtx01 next record at end move 1 to erro.
           if tx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tx01
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
           move qd-ano-disp to cab-ano.
           move 7 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           write reg-imp from cab-abav after page.
           write reg-imp from cab-prog after 1 line.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           if funcao = "E"
              write reg-imp from cab-tit-pen after 1 line
           else
              write reg-imp from cab-tit-rel after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
      *
      *    Ano do vencimento em data-sec-in (dias corridos) no
      *    indice de anos da janela de seculo (qd-ano-aux); na
      *    base ano x 360 + mes x 30 + dia o ano comeca no resto 31
      *
       rot-ano-indice.
           perform rot-data-sec.
           if data-sec-out < 31
              move 0 to qd-ano-aux
           else
              compute qd-ano-aux = (data-sec-out - 31) / 360
           end-if.
      *
      *    Grupo do devedor pela condicao do titulo: associado
      *    (A, F e T - inscricao em curso) ou cliente (C); as
      *    demais condicoes ficam de fora (qd-grupo em branco)
      *
       rot-grupo.
           evaluate true
                    when qd-grupo = "A" or "F" or "T"
                         move "A" to qd-grupo
                    when qd-grupo = "C"
                         move "C" to qd-grupo
                    when other
                         move spaces to qd-grupo
           end-evaluate.
           if qd-grupo not = spaces and sele-grupo not = spaces
              if qd-grupo not = sele-grupo
                 move spaces to qd-grupo
              end-if
           end-if.
           if qd-grupo not = spaces and sele-codigo not = 0
              if qd-codigo not = sele-codigo
                 move spaces to qd-grupo
              end-if
           end-if.
      *
      *    Marca o devedor (qd-grupo/qd-codigo) na apuracao do
      *    ano; qd-abre = "S" quando o titulo nao esta quitado
      *
       rot-marca.
           move qd-ano-idx to qd01-ano.
           move qd-grupo to qd01-grupo.
           move qd-codigo to qd01-codigo.
           perform rot-le-qd01.
           if erro not = 0
              move 0 to erro
              move qd-ano-idx to qd01-ano
              move qd-grupo to qd01-grupo
              move qd-codigo to qd01-codigo
              move "N" to qd01-aberto
              move 0 to qd01-qtd qd01-valor-aberto qd01-vias
                        qd01-data-emissao qd01-data-via
              move spaces to qd01-modelo
              move "N" to flag-qd01
           else
              move "S" to flag-qd01
           end-if.
           move "S" to qd01-apurado.
           add 1 to qd01-qtd.
           if qd-abre = "S"
              move "S" to qd01-aberto
              add qd-valor to qd01-valor-aberto
           end-if.
           move param-usr to qd01-usuario.
           move param-data to qd01-data.
           if flag-qd01 = "S"
              rewrite reg-qd01 invalid key
                      move 0 to erro
              end-rewrite
           else
              write reg-qd01 invalid key
                    move 0 to erro
              end-write
           end-if.
      *
      *    Destinatario: associado (ARQAB01) ou cliente (ARQCD01)
      *
       rot-destinatario.
           move spaces to dest-razao dest-endereco dest-cidade
                          dest-uf dest-embratur dest-iata.
           move 0 to dest-cep dest-categoria.
           if qd01-grupo = "A"
              move qd01-codigo to ab01-codigo
              perform rot-le-ab01
              if erro = 0
                 move ab01-razao-social to dest-razao
                 move ab01-endereco to dest-endereco
                 move ab01-cidade to dest-cidade
                 move ab01-uf to dest-uf
                 move ab01-cep to dest-cep
                 move ab01-categoria to dest-categoria
                 move ab01-embratur to dest-embratur
                 move ab01-iata to dest-iata
              end-if
           else
              move qd01-codigo to cd01-codigo
              perform rot-le-cd01
              if erro = 0
                 move cd01-razao-social-a to dest-razao
                 move cd01-endereco to dest-endereco
                 move cd01-cidade to dest-cidade
                 move cd01-uf to dest-uf
                 move cd01-cep to dest-cep
                 move cd01-categoria to dest-categoria
              end-if
           end-if.
           if erro not = 0
              move 0 to erro
              move "*** CODIGO NAO CADASTRADO ***" to dest-razao
           end-if.
      *
      *    Troca das marcas na linha (fus-entrada -> fus-saida),
      *    comparando as mais compridas primeiro, como no pgtx01
      *
       rot-funde-linha.
           move spaces to fus-saida.
           move 1 to fus-i.
           move 1 to fus-o.
      *
       rot-funde-linha-1.
           if fus-i > 70 or fus-o > 132
              go to rot-funde-linha-fim
           end-if.
           if fus-entrada(fus-i:1) not = "&"
              move fus-entrada(fus-i:1) to fus-saida(fus-o:1)
              add 1 to fus-i
              add 1 to fus-o
              go to rot-funde-linha-1
           end-if.
           move 0 to fus-marca.
           if fus-i <= 62
              if fus-entrada(fus-i:9) = "&ENDERECO"
                 move dest-endereco to fus-campo
                 move 40 to fus-tamanho
                 move 9 to fus-marca
              end-if
              if fus-entrada(fus-i:9) = "&EMBRATUR"
                 move dest-embratur to fus-campo
                 move 12 to fus-tamanho
                 move 9 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 64
              if fus-entrada(fus-i:7) = "&CIDADE"
                 move dest-cidade to fus-campo
                 move 20 to fus-tamanho
                 move 7 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 65
              if fus-entrada(fus-i:6) = "&RAZAO"
                 move dest-razao to fus-campo
                 move 40 to fus-tamanho
                 move 6 to fus-marca
              end-if
              if fus-entrada(fus-i:6) = "&CATEG"
                 move spaces to fus-campo
                 move dest-categoria to fus-campo(1:3)
                 move 3 to fus-tamanho
                 move 6 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 66
              if fus-entrada(fus-i:5) = "&IATA"
                 move dest-iata to fus-campo
                 move 12 to fus-tamanho
                 move 5 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 67
              if fus-entrada(fus-i:4) = "&CEP"
                 move spaces to fus-campo
                 move dest-cep to fus-campo(1:8)
                 move 8 to fus-tamanho
                 move 4 to fus-marca
              end-if
              if fus-entrada(fus-i:4) = "&ANO"
                 move spaces to fus-campo
                 move qd-ano-disp to fus-campo(1:4)
                 move 4 to fus-tamanho
                 move 4 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 68
              if fus-entrada(fus-i:3) = "&UF"
                 move spaces to fus-campo
                 move dest-uf to fus-campo(1:2)
                 move 2 to fus-tamanho
                 move 3 to fus-marca
              end-if
           end-if.
           if fus-marca = 0
              move fus-entrada(fus-i:1) to fus-saida(fus-o:1)
              add 1 to fus-i
              add 1 to fus-o
              go to rot-funde-linha-1
           end-if.
           if fus-o + fus-tamanho > 132
              go to rot-funde-linha-fim
           end-if.
           move fus-campo(1:fus-tamanho) to
                fus-saida(fus-o:fus-tamanho)
           add fus-tamanho to fus-o.
           add fus-marca to fus-i.
           go to rot-funde-linha-1.
      *
       rot-funde-linha-fim.
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
           if funcao not = "E" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
      *
      *    Ano-base sugerido: o ano anterior ao da data do sistema
      *
       lab-fun-02.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           if ano-euro = 0
              move 99 to sele-ano
           else
              compute sele-ano = ano-euro - 1
           end-if.
           perform acc-ano.
           if escape-key = 1
              perform lmp-ano
              go to lab-fun-01
           end-if.
           move sele-ano to qd-ano-idx.
           if sele-ano < 50
              add 100 to qd-ano-idx
           end-if.
           compute qd-ano-disp = 1900 + qd-ano-idx.
           if funcao = "E"
              display tela-02
              perform sec-emissao
           else
              perform sec-relacao
           end-if.
           display tela-03.
           perform lmp-ano.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-ano.
           exit.
      *
      ************************
      *                      *
      *  Emissao             *
      *                      *
      ************************
      *
       sec-emissao section.
      *
       lab-emi-00.
           perform rot-open-tx01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
      *
       lab-emi-01.
           move spaces to modelo.
           perform lmp-modelo.
           perform acc-modelo.
           if escape-key = 1
              go to lab-emi-fim
           end-if.
           move modelo to txt.
           perform rot-texto.
           move txt to modelo.
           if modelo = spaces
              go to lab-emi-01
           end-if.
           move modelo to tx01-modelo.
           move 1 to tx01-linha.
           perform rot-le-tx01.
           if erro not = 0
              move " Modelo nao cadastrado - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-emi-01
           end-if.
      *
       lab-emi-02.
           move spaces to sele-grupo.
           perform lmp-grupo.
           perform acc-grupo.
           if escape-key = 1
              perform lmp-grupo
              go to lab-emi-01
           end-if.
           move sele-grupo to txt.
           perform rot-texto.
           move txt to sele-grupo.
           if sele-grupo not = "A" and "C" and spaces
              go to lab-emi-02
           end-if.
      *
       lab-emi-03.
           move 0 to sele-codigo.
           perform lmp-codigo.
           perform acc-codigo.
           if escape-key = 1
              perform lmp-codigo
              go to lab-emi-02
           end-if.
           if sele-codigo not = 0 and sele-grupo = spaces
              move " Informe o grupo p/ um codigo - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-emi-02
           end-if.
      *
       lab-emi-04.
           move "Confirma a emissao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-emi-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-modelo thru lmp-codigo
              go to lab-emi-01
           else
              if resposta not = "S"
                 go to lab-emi-04
              end-if
           end-if.
           move "Aguarde - apurando os titulos do ano-base" to
                mensagem.
           display tela-mensagem-cad.
           perform rot-open-qd01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-pd01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           move 0 to tot-declaracoes tot-segundas tot-pendentes
                     tot-valor.
      *
      *    A apuracao e refeita: zera a do ano-base (no filtro),
      *    preservando o historico das vias ja emitidas
      *
           move qd-ano-idx to qd01-ano.
           move low-values to qd01-grupo.
           move 0 to qd01-codigo.
           start arqqd01 key is not less qd01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-emi-06
           end-if.
      *
       lab-emi-05.
           perform rot-le-prox-qd01.
           if erro not = 0
              move 0 to erro
              go to lab-emi-06
           end-if.
           if qd01-ano not = qd-ano-idx
              go to lab-emi-06
           end-if.
           move qd01-grupo to qd-grupo.
           move qd01-codigo to qd-codigo.
           perform rot-grupo.
           if qd-grupo = spaces
              go to lab-emi-05
           end-if.
           move "N" to qd01-apurado qd01-aberto.
           move 0 to qd01-qtd qd01-valor-aberto.
           rewrite reg-qd01 invalid key
                   move 0 to erro
           end-rewrite.
           go to lab-emi-05.
      *
      *    Titulos do ano ainda no contas a receber: em aberto
      *    impede a declaracao; cancelados/substituidos nao sao
      *    debito, e o saldo do renegociado e do parcialmente
      *    liquidado segue em outro titulo
      *
       lab-emi-06.
           move low-values to rc01-chave.
           start arqrc01 key is not less rc01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-emi-08
           end-if.
      *
       lab-emi-07.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              go to lab-emi-08
           end-if.
           if rc01-chave = high-values
              go to lab-emi-07
           end-if.
           if rc01-situacao = "C"
              go to lab-emi-07
           end-if.
           move rc01-vencimento to data-sec-in.
           perform rot-ano-indice.
           if qd-ano-aux not = qd-ano-idx
              go to lab-emi-07
           end-if.
           move rc01-condicao to qd-grupo.
           move rc01-codigo to qd-codigo.
           perform rot-grupo.
           if qd-grupo = spaces
              go to lab-emi-07
           end-if.
           if rc01-situacao = spaces
              move "S" to qd-abre
              move rc01-valor to qd-valor
           else
              move "N" to qd-abre
              move 0 to qd-valor
           end-if.
           perform rot-marca.
           go to lab-emi-07.
      *
      *    Titulos do ano ja liquidados; cheque pre-datado em
      *    custodia ainda nao quitou o debito. Baixas estornadas
      *    e registros de estorno ficam de fora (o titulo volta
      *    ao contas a receber)
      *
       lab-emi-08.
           move low-values to bx01-chave.
           start arqbx01 key is not less bx01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-emi-10
           end-if.
      *
       lab-emi-09.
           perform rot-le-prox-bx01.
           if erro not = 0
              move 0 to erro
              go to lab-emi-10
           end-if.
           if bx01-chave = high-values
              go to lab-emi-09
           end-if.
           if bx01-situacao not = spaces and "C"
              go to lab-emi-09
           end-if.
           move bx01-vencimento to data-sec-in.
           perform rot-ano-indice.
           if qd-ano-aux not = qd-ano-idx
              go to lab-emi-09
           end-if.
           move bx01-condicao to qd-grupo.
           move bx01-codigo to qd-codigo.
           perform rot-grupo.
           if qd-grupo = spaces
              go to lab-emi-09
           end-if.
           if bx01-situacao = "C"
              move "S" to qd-abre
              move bx01-valor to qd-valor
           else
              move "N" to qd-abre
              move 0 to qd-valor
           end-if.
           perform rot-marca.
           go to lab-emi-09.
      *
      *    Titulo do ano baixado por perda nao foi quitado
      *
       lab-emi-10.
           if pd01-stat not = "A"
              go to lab-emi-12
           end-if.
           move low-values to pd01-chave.
           start arqpd01 key is not less pd01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-emi-12
           end-if.
      *
       lab-emi-11.
           perform rot-le-prox-pd01.
           if erro not = 0
              move 0 to erro
              go to lab-emi-12
           end-if.
           if pd01-situacao not = "A"
              go to lab-emi-11
           end-if.
           move pd01-vencimento to data-sec-in.
           perform rot-ano-indice.
           if qd-ano-aux not = qd-ano-idx
              go to lab-emi-11
           end-if.
           move pd01-condicao to qd-grupo.
           move pd01-codigo to qd-codigo.
           perform rot-grupo.
           if qd-grupo = spaces
              go to lab-emi-11
           end-if.
           move "S" to qd-abre.
           move pd01-valor to qd-valor.
           perform rot-marca.
           go to lab-emi-11.
      *
      *    Declaracoes: uma carta por pagina, com o modelo
      *    fundido; reimpressao marcada como segunda via
      *
       lab-emi-12.
           move "Aguarde - imprimindo as declaracoes" to mensagem.
           display tela-mensagem-cad.
           move qd-ano-idx to qd01-ano.
           move low-values to qd01-grupo.
           move 0 to qd01-codigo.
           start arqqd01 key is not less qd01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-emi-15
           end-if.
      *
       lab-emi-13.
           perform rot-le-prox-qd01.
           if erro not = 0
              move 0 to erro
              go to lab-emi-15
           end-if.
           if qd01-ano not = qd-ano-idx
              go to lab-emi-15
           end-if.
           move qd01-grupo to qd-grupo.
           move qd01-codigo to qd-codigo.
           perform rot-grupo.
           if qd-grupo = spaces
              go to lab-emi-13
           end-if.
           if qd01-apurado not = "S" or qd01-aberto = "S"
              go to lab-emi-13
           end-if.
           perform rot-destinatario.
           write reg-imp from cab-abav after page.
           if qd01-vias > 0
              move qd01-data-emissao to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to cab-via-data
              write reg-imp from cab-via after 1 line
              add 1 to tot-segundas
           end-if.
           write reg-imp from spaces after 2 lines.
           move modelo to tx01-modelo.
           move 0 to tx01-linha.
           start arqtx01 key is not less tx01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-emi-14
           end-if.
      *
       lab-emi-13-1.
           perform rot-le-prox-tx01.
           if erro not = 0
              move 0 to erro
              go to lab-emi-14
           end-if.
           if tx01-modelo not = modelo
              go to lab-emi-14
           end-if.
           move tx01-texto to fus-entrada.
           perform rot-funde-linha thru rot-funde-linha-fim.
           write reg-imp from fus-saida after 1 line.
           go to lab-emi-13-1.
      *
       lab-emi-14.
           add 1 to tot-declaracoes.
           if qd01-vias = 0
              move param-data to qd01-data-emissao
           end-if.
           add 1 to qd01-vias.
           move param-data to qd01-data-via.
           move modelo to qd01-modelo.
           move param-usr to qd01-usuario.
           move param-data to qd01-data.
           rewrite reg-qd01 invalid key
                   move 0 to erro
           end-rewrite.
           go to lab-emi-13.
      *
      *    Relacao dos devedores com titulo do ano nao quitado
      *
       lab-emi-15.
           move 0 to pagina.
           move "Declaracao de Quitacao - Pendencias do ano" to
                cab-titulo.
           perform rot-cabec.
           move qd-ano-idx to qd01-ano.
           move low-values to qd01-grupo.
           move 0 to qd01-codigo.
           start arqqd01 key is not less qd01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-emi-17
           end-if.
      *
       lab-emi-16.
           perform rot-le-prox-qd01.
           if erro not = 0
              move 0 to erro
              go to lab-emi-17
           end-if.
           if qd01-ano not = qd-ano-idx
              go to lab-emi-17
           end-if.
           move qd01-grupo to qd-grupo.
           move qd01-codigo to qd-codigo.
           perform rot-grupo.
           if qd-grupo = spaces
              go to lab-emi-16
           end-if.
           if qd01-apurado not = "S" or qd01-aberto not = "S"
              go to lab-emi-16
           end-if.
           perform rot-destinatario.
           if linha > 56
              perform rot-cabec
           end-if.
           move qd01-grupo to cab-pen-grupo.
           move qd01-codigo to cab-pen-codigo.
           move dest-razao to cab-pen-razao.
           move qd01-qtd to cab-pen-qtd.
           move qd01-valor-aberto to cab-pen-valor.
           write reg-imp from cab-lin-pen after 1 line.
           add 1 to linha tot-pendentes.
           add qd01-valor-aberto to tot-valor.
           go to lab-emi-16.
      *
       lab-emi-17.
           write reg-imp from tracos after 1 line.
           move "Declaracoes emitidas........:" to cab-tot-texto.
           move tot-declaracoes to cab-tot-qtd.
           move 0 to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "  sendo segundas vias.......:" to cab-tot-texto.
           move tot-segundas to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Devedores com pendencia.....:" to cab-tot-texto.
           move tot-pendentes to cab-tot-qtd.
           move tot-valor to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move spaces to mensagem.
           string "Declaracoes emitidas: " tot-declaracoes
                  " - Tecle <Enter>" delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-emi-fim.
           perform rot-close-imp.
           perform rot-close-cd01.
           perform rot-close-ab01.
           perform rot-close-pd01.
           perform rot-close-bx01.
           perform rot-close-rc01.
           perform rot-close-qd01.
           perform rot-close-tx01.
           perform lmp-modelo thru lmp-codigo.
           exit.
      *
      ************************
      *                      *
      *  Relacao             *
      *                      *
      ************************
      *
       sec-relacao section.
      *
       lab-rel-00.
           perform rot-open-qd01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move 0 to pagina tot-declaracoes tot-segundas.
           move "Declaracoes de Quitacao Emitidas - ano" to
                cab-titulo.
           perform rot-cabec.
           move qd-ano-idx to qd01-ano.
           move low-values to qd01-grupo.
           move 0 to qd01-codigo.
           start arqqd01 key is not less qd01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
      *
       lab-rel-01.
           perform rot-le-prox-qd01.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
           if qd01-ano not = qd-ano-idx
              go to lab-rel-02
           end-if.
           if qd01-vias = 0
              go to lab-rel-01
           end-if.
           perform rot-destinatario.
           if linha > 56
              perform rot-cabec
           end-if.
           move qd01-grupo to cab-rel-grupo.
           move qd01-codigo to cab-rel-codigo.
           move dest-razao to cab-rel-razao.
           move qd01-vias to cab-rel-vias.
           move qd01-data-emissao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-rel-emissao.
           move qd01-data-via to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-rel-via.
           move qd01-modelo to cab-rel-modelo.
           write reg-imp from cab-lin-rel after 1 line.
           add 1 to linha tot-declaracoes.
           if qd01-vias > 1
              add 1 to tot-segundas
           end-if.
           go to lab-rel-01.
      *
       lab-rel-02.
           write reg-imp from tracos after 1 line.
           move "Devedores declarados........:" to cab-tot-texto.
           move tot-declaracoes to cab-tot-qtd.
           move 0 to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "  com segunda via...........:" to cab-tot-texto.
           move tot-segundas to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-cd01.
           perform rot-close-ab01.
           perform rot-close-qd01.
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
           accept resposta at 2250 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ano.
           accept sele-ano at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-modelo.
           accept modelo at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-grupo.
           accept sele-grupo at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept sele-codigo at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 1029 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-ano.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-modelo.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-grupo.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
