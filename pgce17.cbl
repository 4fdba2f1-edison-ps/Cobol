      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  PGCE17       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Emprestimo de Material (material em poder de terceiros) :  *
      *                                                             *
      *  (E)mprestimo - tomador (ARQCD01), produto, deposito de     *
      *                 origem, quantidade e devolucao prevista;    *
      *                 grava o ARQCE09 e transfere (movimento 6)   *
      *                 o item p/ o deposito de terceiros: continua *
      *                 no estoque geral, mas sai do disponivel;    *
      *  (D)evolucao  - quantidade devolvida (em bom estado ou      *
      *                 avariada) volta ao deposito de origem       *
      *                 (movimento 6) e a quantidade perdida sai    *
      *                 do estoque (movimento 3) a custo medio; o   *
      *                 valor cobrado do tomador pela perda ou      *
      *                 avaria gera o titulo no ARQRC01;            *
      *  (A)trasados  - relacao dos emprestimos abertos com a       *
      *                 devolucao prevista vencida;                 *
      *  (P)arametro  - deposito "em poder de terceiros" (tabela    *
      *                 tipo 30) usado nos novos emprestimos.       *
      *                                                             *
      *  Os movimentos vao ao ARQCE03 p/ a atualizacao (pgce04),    *
      *  com "EP"+numero do emprestimo na nota.                     *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgce17.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqce02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce02-chave
                  alternate record key is ce02-chave-1 with duplicates
                  file status is ce02-status.
      *
           select arqce03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce03-chave
                  alternate record key is ce03-chave-1 with duplicates
                  alternate record key is ce03-chave-2 with duplicates
                  file status is ce03-status.
      *
           select arqce04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce04-chave
                  file status is ce04-status.
      *
           select arqce09 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce09-chave
                  alternate record key is ce09-chave-1 with duplicates
                  alternate record key is ce09-chave-2 with duplicates
                  file status is ce09-status.
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
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
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
       copy fdce02.lib.
      *
       copy fdce03.lib.
      *
       copy fdce04.lib.
      *
       copy fdce09.lib.
      *
       copy fdrc01.lib.
      *
       copy fdcd01.lib.
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
       01 ce02-status                  pic x(02) value "00".
       01 ce02-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce02.
          02 ce02-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce02-nome                 pic x(08) value "ARQCE02A".
          02 filler                    pic x(01) value ".".
          02 ce02-ext                  pic x(03) value "DAT".
      *
       01 ce03-status                  pic x(02) value "00".
       01 ce03-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce03.
          02 ce03-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce03-nome                 pic x(08) value "ARQCE03A".
          02 filler                    pic x(01) value ".".
          02 ce03-ext                  pic x(03) value "DAT".
      *
       01 ce04-status                  pic x(02) value "00".
       01 ce04-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce04.
          02 ce04-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce04-nome                 pic x(08) value "ARQCE04A".
          02 filler                    pic x(01) value ".".
          02 ce04-ext                  pic x(03) value "DAT".
      *
       01 ce09-status                  pic x(02) value "00".
       01 ce09-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce09.
          02 ce09-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce09-nome                 pic x(08) value "ARQCE09A".
          02 filler                    pic x(01) value ".".
          02 ce09-ext                  pic x(03) value "DAT".
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
       01 cd01-status                  pic x(02) value "00".
       01 cd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cd01.
          02 cd01-dir                  pic x(03) value "CD2".
          02 filler                    pic x(01) value "\".
          02 cd01-nome                 pic x(08) value "ARQCD01A".
          02 filler                    pic x(01) value ".".
          02 cd01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGCE17".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-70                     pic x(70) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 linha-tela                   pic 9(02) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(100) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 emp-numero                pic 9(06) value 0.
          02 emp-tomador               pic 9(05) value 0.
          02 emp-grupo                 pic 9(05) value 0.
          02 emp-produto               pic 9(05) value 0.
          02 emp-deposito              pic 9(02) value 0.
          02 emp-quantidade            pic 9(05) value 0.
          02 emp-data-prev             pic 9(06) value 0.
          02 emp-obs                   pic x(30) value spaces.
          02 dev-quantidade            pic 9(05) value 0.
          02 dev-condicao              pic x(01) value spaces.
          02 dev-perdida               pic 9(05) value 0.
          02 dev-obs                   pic x(30) value spaces.
          02 dev-valor                 pic 9(09)v9(02) value 0.
          02 portador                  pic 9(03) value 0.
          02 operacao                  pic 9(03) value 0.
          02 dep-terceiros             pic 9(02) value 0.
      *
       01 ddeposito                    pic x(40) value spaces.
       01 saldo-dep                    pic s9(06)v9(02) value 0.
       01 saldo-dep-ed                 pic --.--9.
       01 pendente                     pic 9(05) value 0.
       01 pendente-ed                  pic zz.zz9.
       01 data-prev-corr               pic 9(06) value 0.
       01 dias-atraso                  pic 9(06) value 0.
       01 chave-ce09-salva             pic 9(06) value 0.
       01 tot-atrasados                pic 9(05) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
      *    Movimento p/ o arqce03 (rot-grava-mov)
      *
       01 mov-codigo                   pic 9(06) value 0.
       01 mov-tipo                     pic 9(01) value 0.
       01 mov-quantidade               pic 9(05) value 0.
       01 mov-deposito                 pic 9(02) value 0.
       01 mov-dep-destino              pic 9(02) value 0.
       01 mov-obs                      pic x(40) value spaces.
      *
       01 nf-emprestimo.
          02 filler                    pic x(02) value "EP".
          02 nf-emprestimo-num         pic 9(06) value 0.
          02 filler                    pic x(02) value spaces.
      *
       01 campo-diautil.
          02 dut-par-data              pic 9(06) value 0.
          02 dut-par-data-util         pic 9(06) value 0.
      *
       01 campo-serie.
          02 ser-par-codigo            pic x(05) value spaces.
          02 ser-par-numero            pic 9(08) value 0.
          02 ser-par-usr               pic x(10) value spaces.
          02 ser-par-data              pic 9(06) value 0.
          02 ser-par-ok                pic x(01) value spaces.
      *
       01 doc-serie                    pic 9(08) value 0.
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
       01 cab-tit-atr.
          02 filler                    pic x(08) value "Emprest.".
          02 filler                    pic x(08) value "Tomador".
          02 filler                    pic x(27) value "Razao Social".
          02 filler                    pic x(12) value "Produto".
          02 filler                    pic x(22) value "Descricao".
          02 filler                    pic x(08) value "Pendente".
          02 filler                    pic x(10) value "  Previsao".
          02 filler                    pic x(12) value "  Atraso".
      *
       01 cab-lin-atr.
          02 lat-emprestimo            pic 9(06) value 0.
          02 filler                    pic x(02) value spaces.
          02 lat-tomador               pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
          02 lat-razao                 pic x(25) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lat-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value "-".
          02 lat-produto               pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 lat-descricao             pic x(20) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lat-pendente              pic zz.zz9.
          02 filler                    pic x(04) value spaces.
          02 lat-previsao              pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lat-atraso                pic zzzz9.
          02 filler                    pic x(05) value " dias".
      *
       01 cab-tot-atr.
          02 filler                    pic x(25) value
             "Emprestimos em atraso...:".
          02 lta-total                 pic zz.zz9.
      *
       01 campo-jornal.
          02 jor-programa              pic x(08) value spaces.
          02 jor-usuario               pic x(10) value spaces.
          02 jor-data                  pic 9(05) value 0.
          02 jor-arquivo               pic x(08) value spaces.
          02 jor-operacao              pic x(01) value spaces.
          02 jor-chave                 pic x(40) value spaces.
          02 jor-tamanho               pic 9(04) value 0.
          02 jor-antes                 pic x(500) value spaces.
          02 jor-depois                pic x(500) value spaces.
          02 jor-ok                    pic x(01) value spaces.
      *
       copy workgen.lib.
      *
       01 campo-entidade.
          02 ent-par-opcao             pic x(01) value spaces.
          02 ent-par-operacao          pic 9(03) value 0.
          02 ent-par-usr               pic x(10) value spaces.
          02 ent-par-prioridade        pic 9(01) value 0.
          02 ent-par-entidade          pic 9(01) value 0.
          02 ent-par-nome              pic x(40) value spaces.
          02 ent-par-cnpj              pic x(14) value spaces.
          02 ent-par-codigo            pic 9(05) value 0.
          02 ent-par-ok                pic x(01) value spaces.
      *
       copy wstab01.lib.
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
          02 line 04 column 51 foreground-color 06 background-color 01
             highlight value "Emprestimo de Material".
          02 line 06 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (E/D/A/P).....:".
      *
       01 tela-emprestimo.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Emprestimo...........:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Tomador (cadastro)...:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Grupo/Produto........:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Deposito de origem...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Devolucao prevista...:".
      *
       01 tela-emp-inclui.
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade...........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Observacao...........:".
      *
       01 tela-emp-devolve.
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade pendente..:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade devolvida.:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Condicao (B/V).......:".
          02 line 16 column 33 foreground-color 06 background-color 01
             highlight value "B-bom estado  V-avariado".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade perdida...:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Obs. da devolucao....:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Valor a cobrar.......:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Portador/Operacao....:".
      *
       01 tela-parametro.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Deposito terceiros...:".
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
           move 03 to box-lin.
           move 76 to box-col-f.
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
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
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
       rot-open-ce02.
           move 0 to erro.
           if ce02-stat = "F"
              open input arqce02
              if ce02-status not = "00"
                 move
                 " Erro de abertura no ARQCE02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce02-stat
              end-if
           end-if.
      *
       rot-close-ce02.
           if ce02-stat = "A"
              close arqce02
              move "F" to ce02-stat
           end-if.
      *
       rot-le-ce02.
           move 0 to erro.
           read arqce02 invalid key move 1 to erro.
           if ce02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce02
           end-if.
      *
       rot-open-ce03.
           move 0 to erro.
           if ce03-stat = "F"
              open i-o arqce03
              if ce03-status not = "00"
                 move
                 " Erro de abertura no ARQCE03A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce03-stat
              end-if
           end-if.
      *
       rot-close-ce03.
           if ce03-stat = "A"
              close arqce03
              move "F" to ce03-stat
           end-if.
      *
       rot-ponteiro-ce03.
           move 0 to erro.
           start arqce03 key is equal ce03-chave invalid key
                 move 1 to erro
           end-start.
      *
       rot-le-ce03-lock.
           move 0 to erro.
           read arqce03 next.
           if ce03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce03-lock
           end-if.
           read arqce03 with kept lock.
      *
       rot-open-ce04.
           move 0 to erro.
           if ce04-stat = "F"
              open input arqce04
              if ce04-status = "00"
                 move "A" to ce04-stat
              end-if
           end-if.
      *
       rot-close-ce04.
           if ce04-stat = "A"
              close arqce04
              move "F" to ce04-stat
           end-if.
      *
       rot-le-ce04.
           move 0 to erro.
           read arqce04 invalid key move 1 to erro.
           if ce04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce04
           end-if.
      *
       rot-open-ce09.
           move 0 to erro.
           if ce09-stat = "F"
              open i-o arqce09
              if ce09-status = "35"
                 open output arqce09
                 close arqce09
                 open i-o arqce09
                 if ce09-status = "00"
                    move high-values to ce09-chave-controle
                    move 0 to ce09-ult-emprestimo ce09-dep-terceiros
                    write reg-ce09-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if ce09-status not = "00"
                 move
                 " Erro de abertura no ARQCE09A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce09-stat
              end-if
           end-if.
      *
       rot-close-ce09.
           if ce09-stat = "A"
              close arqce09
              move "F" to ce09-stat
           end-if.
      *
       rot-le-ce09.
           move 0 to erro.
           read arqce09 invalid key move 1 to erro.
           if ce09-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce09
           end-if.
      *
       rot-le-prox-ce09.
           move 0 to erro.
           read arqce09 next record at end move 1 to erro.
           if ce09-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce09
           end-if.
      *
       rot-le-controle-ce09.
           move high-values to ce09-chave-controle.
           perform rot-le-ce09.
           if erro not = 0
              move " Erro de leitura - ARQCE09A.DAT - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
           end-if.
      *
       rot-open-rc01.
           move 0 to erro.
           if rc01-stat = "F"
              open i-o arqrc01
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
       rot-desc-deposito.
           move 30 to wtab01-tipo.
           move mov-deposito to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move "Deposito nao cadastrado (tab.30)" to ddeposito
           else
              move reg-tabl to reg-wtab01
              move wtab01-descricao to ddeposito
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
           move " Data invalida - Tecle <Enter>" to
           mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-cabec.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move 6 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit-atr after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Entidade dona da operacao em ent-par-operacao (rotent01)
      *
       rot-entidade-operacao.
           move "O" to ent-par-opcao.
           call "rotent01" using campo-entidade.
      *
      *    Movimento do emprestimo p/ o arqce03 (mov-tipo 6
      *    transferencia ou 3 saida), do produto e tomador do
      *    emprestimo em reg-ce09; mov-codigo = 0 se nao gravou
      *
       rot-grava-mov.
           move 0 to mov-codigo.
           move high-values to ce03-chave-controle.
           perform rot-ponteiro-ce03.
           if erro not = 0
              move 0 to erro
              go to rot-grava-mov-fim
           end-if.
           perform rot-le-ce03-lock.
           move ce03-sequencia to mov-codigo.
           add 1 to ce03-sequencia mov-codigo.
           rewrite reg-ce03-1 invalid key
                   move 1 to erro
           end-rewrite.
           unlock arqce03 record.
           if erro not = 0
              move 0 to erro mov-codigo
              go to rot-grava-mov-fim
           end-if.
           move mov-codigo to ce03-codigo.
           move param-data to ce03-data-mov.
           move mov-tipo to ce03-movimento.
           move ce09-grupo to ce03-grupo in ce03-chave-1
                              ce03-grupo in ce03-chave-2.
           move ce09-produto to ce03-produto in ce03-chave-1
                                ce03-produto in ce03-chave-2.
           move ce09-tomador to ce03-cliente.
           move ce09-emprestimo to nf-emprestimo-num.
           move nf-emprestimo to ce03-nf.
           move mov-quantidade to ce03-quantidade.
           move ce02-custo-medio to ce03-preco.
           move mov-obs to ce03-obs.
           move "N" to ce03-flag-atu.
           move "N" to ce03-flag-fat.
           move param-usr to ce03-usuario.
           move param-data to ce03-data.
           move mov-deposito to ce03-deposito.
           move mov-dep-destino to ce03-dep-destino.
           move spaces to ce03-lote.
           move 0 to ce03-ccusto.
           move 0 to ce03-custo.
           write reg-ce03 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move 0 to erro mov-codigo
           end-if.
       rot-grava-mov-fim.
           exit.
      *
      *    Titulo a receber do tomador pela perda/avaria (dev-valor),
      *    vencimento no 30o dia util; erro = 1 se nao gerou
      *
       rot-gera-titulo.
           move "RC   " to ser-par-codigo.
           move param-usr to ser-par-usr.
           move param-data to ser-par-data.
           call "rotser01" using campo-serie.
           if ser-par-ok not = "S"
              move 1 to erro
              go to rot-gera-titulo-fim
           end-if.
           move ser-par-numero to doc-serie.
           move ce09-tomador to rc01-codigo rc01-codigo-a.
           move "C" to rc01-condicao rc01-condicao-a.
           move doc-serie to rc01-documento.
           move rc01-documento to rc01-documento-a.
           compute dut-par-data = param-data + 30.
           call "rotdut01" using campo-diautil.
           move dut-par-data-util to rc01-vencimento.
           move dev-valor to rc01-valor.
           move spaces to rc01-obs.
           string "EMPRESTIMO " ce09-emprestimo " PERDA/AVARIA"
                  delimited by size into rc01-obs
           end-string.
           move portador to rc01-portador.
           move operacao to rc01-operacao.
           move param-data to rc01-emissao.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           move spaces to rc01-doc-cob rc01-situacao rc01-doc-sucessor.
           move spaces to rc01-moeda rc01-evento.
           move spaces to rc01-carne.
           move 0 to rc01-valor-moeda rc01-ccusto.
           move rc01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to rc01-entidade.
           write reg-rc01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-rc01
           end-write.
       rot-gera-titulo-fim.
           exit.
      *
      *    Mostra os dados do emprestimo em reg-ce09 (devolucao)
      *
       rot-mostra-emprestimo.
           display ce09-tomador at 0929 with
                   foreground-color 15 background-color 01.
           move ce09-tomador to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move spaces to cd01-razao-social-a
           end-if.
           display cd01-razao-social-a(1:35) at 0936 with
                   foreground-color 15 background-color 01.
           display ce09-grupo at 1029 with
                   foreground-color 15 background-color 01.
           display ce09-produto at 1035 with
                   foreground-color 15 background-color 01.
           move ce09-grupo to ce02-grupo.
           move ce09-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move spaces to ce02-descricao-a
              move 0 to ce02-custo-medio
           end-if.
           display ce02-descricao-a(1:30) at 1042 with
                   foreground-color 15 background-color 01.
           display ce09-deposito at 1129 with
                   foreground-color 15 background-color 01.
           move ce09-deposito to mov-deposito.
           perform rot-desc-deposito.
           display ddeposito(1:30) at 1133 with
                   foreground-color 15 background-color 01.
           compute pendente = ce09-quantidade - ce09-qtd-devolvida -
                              ce09-qtd-perdida.
           move pendente to pendente-ed.
           display pendente-ed at 1229 with
                   foreground-color 15 background-color 01.
           move ce09-data-prev to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1329 with
                   foreground-color 15 background-color 01.
           move 0 to erro.
      *
       rot-limpa-painel.
           move 08 to linha-tela.
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
      *    Diario de atualizacoes (rotjn01): imagem antes em
      *    jor-antes (regravacao), operacao em jor-operacao; a
      *    mesma area atualiza o resumo mensal (rotsm01)
      *
       rot-jornal.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           call "rotjn01" using campo-jornal.
           call "rotsm01" using campo-jornal.
           move spaces to jor-antes jor-depois.
      *
       rot-jn-rc01.
           move "ARQRC01A" to jor-arquivo.
           move rc01-chave to jor-chave.
           move 153 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-rc01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-rc01 to jor-depois
                    when other
                         move reg-rc01 to jor-depois
           end-evaluate.
           perform rot-jornal.
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
           if funcao not = "E" and "D" and "A" and "P"
              go to lab-fun-01
           end-if.
           if funcao = "P" and param-prioridade < 5
              perform display-erro-usr
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           perform rot-open-ce09.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           evaluate true
                    when funcao = "E"
                         perform sec-emprestimo
                    when funcao = "D"
                         perform sec-devolucao
                    when funcao = "A"
                         perform sec-atrasados
                    when funcao = "P"
                         perform sec-parametro
           end-evaluate.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           display tela-01.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform rot-close-tabl.
           perform rot-close-cd01.
           perform rot-close-ce02.
           perform rot-close-ce09.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Emprestimo          *
      *                      *
      ************************
      *
       sec-emprestimo section.
      *
       lab-emp-00.
           perform rot-le-controle-ce09.
           if erro not = 0
              move 0 to erro
              go to lab-emp-fim
           end-if.
           if ce09-dep-terceiros = 0
              move " Informe o deposito de terceiros (funcao P) - Tecle
      -       "<Enter>" to mensagem
              perform rot-erro-cad
              go to lab-emp-fim
           end-if.
           move ce09-dep-terceiros to dep-terceiros.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-emp-fim
           end-if.
           perform rot-open-ce04.
           display tela-emprestimo.
           display tela-emp-inclui.
      *
       lab-emp-01.
           perform lmp-emprestimo thru lmp-obs.
           move 0 to emp-tomador.
           perform acc-tomador.
           if escape-key = 1
              go to lab-emp-fim
           end-if.
           if emp-tomador = 0
              go to lab-emp-01
           end-if.
           move emp-tomador to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-emp-01
           end-if.
           display cd01-razao-social-a(1:35) at 0936 with
                   foreground-color 15 background-color 01.
      *
       lab-emp-02.
           move 0 to emp-grupo emp-produto.
           perform lmp-produto.
           perform acc-grupo.
           if escape-key = 1
              go to lab-emp-01
           end-if.
           if emp-grupo = 0
              go to lab-emp-02
           end-if.
      *
       lab-emp-03.
           move 0 to emp-produto.
           perform acc-produto.
           if escape-key = 1
              go to lab-emp-02
           end-if.
           if emp-produto = 0
              go to lab-emp-03
           end-if.
           move emp-grupo to ce02-grupo.
           move emp-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro
              move " Produto nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-emp-03
           end-if.
           if ce02-ctl-lote = "S"
              move " Produto com lote nao e emprestado - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-emp-03
           end-if.
           display ce02-descricao-a(1:30) at 1042 with
                   foreground-color 15 background-color 01.
      *
       lab-emp-04.
           move 0 to emp-deposito.
           perform lmp-deposito.
           perform acc-deposito.
           if escape-key = 1
              perform lmp-deposito
              go to lab-emp-02
           end-if.
           if emp-deposito = 0
              go to lab-emp-04
           end-if.
           if emp-deposito = dep-terceiros
              move " Deposito de origem e o de terceiros - Tecle <Enter>
      -       "" to mensagem
              perform rot-erro-cad
              go to lab-emp-04
           end-if.
           move emp-deposito to mov-deposito.
           perform rot-desc-deposito.
           if erro not = 0
              move 0 to erro
              move " Deposito nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-emp-04
           end-if.
           display ddeposito(1:25) at 1133 with
                   foreground-color 15 background-color 01.
           move emp-grupo to ce04-grupo.
           move emp-produto to ce04-produto.
           move emp-deposito to ce04-deposito.
           move 0 to saldo-dep.
           if ce04-stat = "A"
              perform rot-le-ce04
              if erro = 0
                 move ce04-saldo to saldo-dep
              end-if
           end-if.
           move 0 to erro.
           move saldo-dep to saldo-dep-ed.
           display "Saldo:" at 1160 with
                   foreground-color 06 background-color 01 highlight.
           display saldo-dep-ed at 1167 with
                   foreground-color 15 background-color 01.
      *
       lab-emp-05.
           move 0 to emp-quantidade.
           perform lmp-quantidade.
           perform acc-quantidade.
           if escape-key = 1
              perform lmp-quantidade
              go to lab-emp-04
           end-if.
           if emp-quantidade = 0
              go to lab-emp-05
           end-if.
           if emp-quantidade > saldo-dep
              move " Saldo insuficiente no deposito - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-emp-05
           end-if.
      *
       lab-emp-06.
           move 0 to emp-data-prev.
           perform lmp-data-prev.
           perform acc-data-prev.
           if escape-key = 1
              perform lmp-data-prev
              go to lab-emp-05
           end-if.
           move emp-data-prev to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if return-code not = 0
              perform rot-data-i
              go to lab-emp-06
           end-if.
           if dias-corr < param-data
              perform rot-data-i
              go to lab-emp-06
           end-if.
           move dias-corr to data-prev-corr.
      *
       lab-emp-07.
           move spaces to emp-obs.
           perform lmp-obs.
           perform acc-obs.
           if escape-key = 1
              perform lmp-obs
              go to lab-emp-06
           end-if.
           move emp-obs to txt.
           perform rot-texto.
           move txt to emp-obs.
      *
       lab-emp-08.
           move "Confirma o emprestimo (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-emp-07
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-emp-01
           end-if.
           if resposta not = "S"
              go to lab-emp-08
           end-if.
      *
      *    Numero do emprestimo no registro de controle
      *
           perform rot-le-controle-ce09.
           if erro not = 0
              move 0 to erro
              go to lab-emp-fim
           end-if.
           add 1 to ce09-ult-emprestimo.
           move ce09-ult-emprestimo to emp-numero.
           rewrite reg-ce09-1 invalid key
                   continue
           end-rewrite.
           move emp-numero to ce09-emprestimo.
           move emp-grupo to ce09-grupo.
           move emp-produto to ce09-produto.
           move emp-tomador to ce09-tomador.
           move emp-deposito to ce09-deposito.
           move dep-terceiros to ce09-dep-terceiro.
           move emp-quantidade to ce09-quantidade.
           move 0 to ce09-qtd-devolvida ce09-qtd-perdida.
           move param-data to ce09-data-emp.
           move data-prev-corr to ce09-data-prev.
           move 0 to ce09-data-dev.
           move "A" to ce09-situacao.
           move spaces to ce09-condicao ce09-obs-dev ce09-documento.
           move 0 to ce09-valor-cobrado.
           move emp-obs to ce09-obs.
           move param-usr to ce09-usuario.
           move param-data to ce09-data.
      *
      *    Transferencia da origem p/ o deposito de terceiros
      *
           move 6 to mov-tipo.
           move emp-quantidade to mov-quantidade.
           move emp-deposito to mov-deposito.
           move dep-terceiros to mov-dep-destino.
           move spaces to mov-obs.
           string "EMPRESTIMO " emp-numero " - TOMADOR " emp-tomador
                  delimited by size into mov-obs
           end-string.
           perform rot-grava-mov thru rot-grava-mov-fim.
           if mov-codigo = 0
              move " Erro de gravacao - ARQCE03A.DAT - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-emp-01
           end-if.
           move mov-codigo to ce09-mov-saida.
           write reg-ce09 invalid key
                 move " Erro de gravacao - ARQCE09A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
                 go to lab-emp-01
           end-write.
           display emp-numero at 0829 with
                   foreground-color 15 background-color 01.
           move spaces to mensagem.
           string "Emprestimo " emp-numero " gravado - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-emp-01.
      *
       lab-emp-fim.
           perform rot-close-ce04.
           perform rot-close-ce03.
           perform lmp-emprestimo thru lmp-obs.
           exit.
      *
      ************************
      *                      *
      *  Devolucao           *
      *                      *
      ************************
      *
       sec-devolucao section.
      *
       lab-dev-00.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-dev-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-dev-fim
           end-if.
           display tela-emprestimo.
           display tela-emp-devolve.
      *
       lab-dev-01.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           display tela-emprestimo.
           display tela-emp-devolve.
           move 0 to emp-numero.
           perform acc-emprestimo.
           if escape-key = 1
              go to lab-dev-fim
           end-if.
           if emp-numero = 0
              go to lab-dev-01
           end-if.
           move emp-numero to ce09-emprestimo.
           perform rot-le-ce09.
           if erro not = 0
              move 0 to erro
              move " Emprestimo nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-dev-01
           end-if.
           if ce09-situacao not = "A"
              move " Emprestimo ja encerrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-dev-01
           end-if.
           perform rot-mostra-emprestimo.
      *
       lab-dev-02.
           move 0 to dev-quantidade.
           perform lmp-devolvida.
           perform acc-devolvida.
           if escape-key = 1
              go to lab-dev-01
           end-if.
           if dev-quantidade > pendente
              move " Quantidade maior que a pendente - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-dev-02
           end-if.
      *
       lab-dev-03.
           move spaces to dev-condicao.
           if dev-quantidade = 0
              perform lmp-condicao
              go to lab-dev-04
           end-if.
           perform acc-condicao.
           if escape-key = 1
              perform lmp-condicao
              go to lab-dev-02
           end-if.
           move dev-condicao to txt.
           perform rot-texto.
           move txt to dev-condicao.
           if dev-condicao not = "B" and "V"
              go to lab-dev-03
           end-if.
      *
       lab-dev-04.
           move 0 to dev-perdida.
           perform lmp-perdida.
           perform acc-perdida.
           if escape-key = 1
              perform lmp-perdida
              go to lab-dev-02
           end-if.
           if dev-quantidade + dev-perdida = 0
              go to lab-dev-02
           end-if.
           if dev-quantidade + dev-perdida > pendente
              move " Devolvida + perdida maior que a pendente - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-dev-04
           end-if.
      *
       lab-dev-05.
           move spaces to dev-obs.
           perform lmp-obs-dev.
           perform acc-obs-dev.
           if escape-key = 1
              perform lmp-obs-dev
              go to lab-dev-04
           end-if.
           move dev-obs to txt.
           perform rot-texto.
           move txt to dev-obs.
      *
      *    Valor sugerido: perdida a custo medio (avaria e informada)
      *
       lab-dev-06.
           compute dev-valor rounded = dev-perdida * ce02-custo-medio.
           perform acc-valor.
           if escape-key = 1
              perform lmp-valor
              go to lab-dev-05
           end-if.
           move 0 to portador operacao.
           perform lmp-portador.
           if dev-valor = 0
              go to lab-dev-09
           end-if.
      *
       lab-dev-07.
           move 0 to portador.
           perform acc-portador.
           if escape-key = 1
              perform lmp-portador
              go to lab-dev-06
           end-if.
           if portador = 0
              go to lab-dev-07
           end-if.
           move 04 to wtab01-tipo.
           move portador to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move " Portador nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-dev-07
           end-if.
      *
       lab-dev-08.
           move 0 to operacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-dev-07
           end-if.
           if operacao = 0
              go to lab-dev-08
           end-if.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-dev-08
           end-if.
      *
       lab-dev-09.
           move "Confirma a devolucao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-dev-06
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-dev-01
           end-if.
           if resposta not = "S"
              go to lab-dev-09
           end-if.
      *
      *    Devolvida volta do deposito de terceiros p/ a origem
      *
           if dev-quantidade > 0
              move 6 to mov-tipo
              move dev-quantidade to mov-quantidade
              move ce09-dep-terceiro to mov-deposito
              move ce09-deposito to mov-dep-destino
              move spaces to mov-obs
              string "DEVOLUCAO DO EMPRESTIMO " ce09-emprestimo
                     delimited by size into mov-obs
              end-string
              perform rot-grava-mov thru rot-grava-mov-fim
              if mov-codigo = 0
                 move " Erro de gravacao - ARQCE03A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
                 go to lab-dev-01
              end-if
           end-if.
      *
      *    Perdida sai do estoque pelo deposito de terceiros
      *
           if dev-perdida > 0
              move 3 to mov-tipo
              move dev-perdida to mov-quantidade
              move ce09-dep-terceiro to mov-deposito
              move 0 to mov-dep-destino
              move spaces to mov-obs
              string "PERDA NO EMPRESTIMO " ce09-emprestimo
                     delimited by size into mov-obs
              end-string
              perform rot-grava-mov thru rot-grava-mov-fim
              if mov-codigo = 0
                 move " Erro de gravacao - ARQCE03A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
                 go to lab-dev-01
              end-if
           end-if.
      *
           if dev-valor > 0
              perform rot-gera-titulo thru rot-gera-titulo-fim
              if erro not = 0
                 move 0 to erro
                 move " Erro na geracao do titulo - ARQRC01A.DAT - Tecle
      -          " <Enter>" to mensagem
                 perform rot-erro-cad
              else
                 move rc01-documento to ce09-documento
                 add dev-valor to ce09-valor-cobrado
              end-if
           end-if.
           add dev-quantidade to ce09-qtd-devolvida.
           add dev-perdida to ce09-qtd-perdida.
           if dev-quantidade > 0
              move dev-condicao to ce09-condicao
           else
              move "P" to ce09-condicao
           end-if.
           move dev-obs to ce09-obs-dev.
           move param-data to ce09-data-dev.
           if ce09-qtd-devolvida + ce09-qtd-perdida not <
              ce09-quantidade
              move "D" to ce09-situacao
           end-if.
           move param-usr to ce09-usuario.
           move param-data to ce09-data.
           rewrite reg-ce09 invalid key
                   move " Erro de gravacao - ARQCE09A.DAT - Tecle <Ente
      -            "r>" to mensagem
                   perform rot-erro-cad
           end-rewrite.
           go to lab-dev-01.
      *
       lab-dev-fim.
           perform rot-close-rc01.
           perform rot-close-ce03.
           exit.
      *
      ************************
      *                      *
      *  Emprestimos em      *
      *  atraso              *
      *                      *
      ************************
      *
       sec-atrasados section.
      *
       lab-atr-00.
           move "Confirma o relatorio de atrasados (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-atr-fim
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-atr-fim
           end-if.
           if resposta not = "S"
              go to lab-atr-00
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-atr-fim
           end-if.
           move "Emprestimos em Atraso" to cab-titulo.
           move 99 to linha.
           move 0 to pagina tot-atrasados.
           move "Imprimindo - Aguarde" to mensagem.
           display tela-mensagem-cad.
           move low-values to ce09-chave.
           start arqce09 key is not less ce09-chave invalid key
                 go to lab-atr-02
           end-start.
      *
       lab-atr-01.
           perform rot-le-prox-ce09.
           if erro not = 0
              move 0 to erro
              go to lab-atr-02
           end-if.
           if ce09-chave-controle = high-values
              go to lab-atr-02
           end-if.
           if ce09-situacao not = "A"
              go to lab-atr-01
           end-if.
           if ce09-data-prev not < param-data
              go to lab-atr-01
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move ce09-emprestimo to lat-emprestimo.
           move ce09-tomador to lat-tomador cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move "Codigo nao cadastrado" to cd01-razao-social-a
           end-if.
           move cd01-razao-social-a to lat-razao.
           move ce09-grupo to lat-grupo ce02-grupo.
           move ce09-produto to lat-produto ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move spaces to ce02-descricao-a
           end-if.
           move 0 to erro.
           move ce02-descricao-a to lat-descricao.
           compute pendente = ce09-quantidade - ce09-qtd-devolvida -
                              ce09-qtd-perdida.
           move pendente to lat-pendente.
           move ce09-data-prev to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to lat-previsao.
           compute dias-atraso = param-data - ce09-data-prev.
           move dias-atraso to lat-atraso.
           write reg-imp from cab-lin-atr after 1 line.
           add 1 to linha.
           add 1 to tot-atrasados.
           go to lab-atr-01.
      *
       lab-atr-02.
           if linha > 54
              perform rot-cabec
           end-if.
           move tot-atrasados to lta-total.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tot-atr after 1 line.
           perform rot-close-imp.
           display tela-limpa-cad.
      *
       lab-atr-fim.
           exit.
      *
      ************************
      *                      *
      *  Parametro           *
      *                      *
      ************************
      *
       sec-parametro section.
      *
       lab-par-00.
           perform rot-le-controle-ce09.
           if erro not = 0
              move 0 to erro
              go to lab-par-fim
           end-if.
           display tela-parametro.
           move ce09-dep-terceiros to dep-terceiros.
      *
       lab-par-01.
           perform acc-dep-terceiros.
           if escape-key = 1
              go to lab-par-fim
           end-if.
           if dep-terceiros = 0
              go to lab-par-01
           end-if.
           move dep-terceiros to mov-deposito.
           perform rot-desc-deposito.
           if erro not = 0
              move 0 to erro
              move " Deposito nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-par-01
           end-if.
           display ddeposito(1:30) at 0833 with
                   foreground-color 15 background-color 01.
      *
       lab-par-02.
           move "Grava o parametro (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-par-01
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-par-fim
           end-if.
           if resposta not = "S"
              go to lab-par-02
           end-if.
           perform rot-le-controle-ce09.
           if erro not = 0
              move 0 to erro
              go to lab-par-fim
           end-if.
           move dep-terceiros to ce09-dep-terceiros.
           rewrite reg-ce09-1 invalid key
                   move " Erro de gravacao - ARQCE09A.DAT - Tecle <Ente
      -            "r>" to mensagem
                   perform rot-erro-cad
           end-rewrite.
      *
       lab-par-fim.
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
           accept resposta at 2368 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
       display-erro-usr.
           move " Usuario sem prioridade para esta funcao - Tecle <Enter
      -    ">" to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-emprestimo.
           accept emp-numero at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-tomador.
           accept emp-tomador at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-grupo.
           accept emp-grupo at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-produto.
           accept emp-produto at 1035 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-deposito.
           accept emp-deposito at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-quantidade.
           accept emp-quantidade at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-prev.
           accept emp-data-prev at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-obs.
           accept emp-obs at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-devolvida.
           accept dev-quantidade at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-condicao.
           accept dev-condicao at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-perdida.
           accept dev-perdida at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-obs-dev.
           accept dev-obs at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept dev-valor at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-portador.
           accept portador at 2029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 2035 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dep-terceiros.
           accept dep-terceiros at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0629 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0629 with foreground-color 15
                   background-color 01.
      *
       lmp-emprestimo.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-tomador.
           display limpa at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-produto.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-deposito.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-quantidade.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-data-prev.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-obs.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-devolvida.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-condicao.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-perdida.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-obs-dev.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10 at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-portador.
           display limpa-10 at 2029 with foreground-color 15
                   background-color 01.
