      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  PGCE1B       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Recalculo Retroativo de Custo Medio e Kardex (chamado pelo *
      *  pgce04, funcao R) :                                        *
      *                                                             *
      *  Para um grupo inteiro ou um produto, refaz a partir de     *
      *  uma data o custo medio e os saldos, reaplicando na ordem   *
      *  de data (chave grupo+produto+data) os movimentos ja        *
      *  atualizados do ARQCE03 com as regras da atualizacao        *
      *  (pgce04). Os movimentos anteriores a data so reconstituem  *
      *  as quantidades; o custo na abertura e o gravado no ultimo  *
      *  movimento anterior a data (ce03-custo). A partir da data   *
      *  cada movimento recebe de novo o custo medio vigente        *
      *  (custo da saida). Saldo geral (ARQCE02), saldos por        *
      *  deposito (ARQCE04) e por lote (ARQCE05) sao regravados.    *
      *  Imprime o antes e depois de cada produto. Recusa data em   *
      *  competencia fechada (rotfc01) e atualizacao interrompida.  *
      *  Uso do supervisor.                                         *
      *  Recusa tambem mes fechado no estoque (rotfe01); havendo    *
      *  mes fechado antes da data, parte dos saldos guardados      *
      *  nele (ARQCE14) e so reaplica os movimentos seguintes.      *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01   FECHAMEN *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgce1b.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqce01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce01-chave
                  alternate record key is ce01-chave-1 with duplicates
                  file status is ce01-status.
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
           select arqce05 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce05-chave
                  alternate record key is ce05-chave-1 with duplicates
                  file status is ce05-status.
      *
           select arqce08 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce08-chave
                  alternate record key is ce08-chave-1 with duplicates
                  file status is ce08-status.
      *
           select arqce14 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is ce14-chave
                  file status is ce14-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdce01.lib.
      *
       copy fdce02.lib.
      *
       copy fdce03.lib.
      *
       copy fdce04.lib.
      *
       copy fdce05.lib.
      *
       copy fdce08.lib.
      *
       copy fdce14.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 ce01-status                  pic x(02) value "00".
       01 ce01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce01.
          02 ce01-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce01-nome                 pic x(08) value "ARQCE01A".
          02 filler                    pic x(01) value ".".
          02 ce01-ext                  pic x(03) value "DAT".
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
       01 ce05-status                  pic x(02) value "00".
       01 ce05-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce05.
          02 ce05-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce05-nome                 pic x(08) value "ARQCE05A".
          02 filler                    pic x(01) value ".".
          02 ce05-ext                  pic x(03) value "DAT".
      *
       01 ce08-status                  pic x(02) value "00".
       01 ce08-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce08.
          02 ce08-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce08-nome                 pic x(08) value "ARQCE08A".
          02 filler                    pic x(01) value ".".
          02 ce08-ext                  pic x(03) value "DAT".
      *
       01 ce14-status                  pic x(02) value "00".
       01 ce14-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce14.
          02 ce14-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce14-nome                 pic x(08) value "ARQCE14A".
          02 filler                    pic x(01) value ".".
          02 ce14-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE1B".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
      *
       01 campos.
          02 sele-grupo                pic 9(05) value 0.
          02 sele-dgrupo               pic x(40) value spaces.
          02 sele-produto              pic 9(05) value 0.
          02 sele-produto-disp         pic x(05) value "Todos".
          02 sele-dproduto             pic x(40) value spaces.
          02 sele-data                 pic 9(06) value 0.
          02 sele-data-corr            pic 9(06) value 0.
          02 sele-data-disp            pic x(08) value spaces.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
       01 campo-fecha.
          02 fc-par-data               pic 9(06) value 0.
          02 fc-par-fechada            pic x(01) value "N".
      *
       01 campo-fecha-est.
          02 fe-par-data               pic 9(06) value 0.
          02 fe-par-fechada            pic x(01) value "N".
      *
      *    Ultimo mes fechado no estoque antes da data (indice de
      *    meses do ARQCE14) e primeiro dia do mes seguinte
      *
       01 fch-mes-idx                  pic 9(05) value 0.
       01 fch-ini-idx                  pic 9(05) value 0.
       01 fch-abre-corr                pic 9(06) value 0.
       01 fch-abre-mes                 pic 9(02) value 0.
       01 fch-abre-ano                 pic 9(02) value 0.
      *
       01 flag-kit                     pic x(01) value spaces.
       01 flag-abertura                pic x(01) value spaces.
       01 flag-lotes                   pic x(01) value spaces.
       01 custo-abertura               pic 9(11)v9(02) value 0.
      *
      *    Situacao do produto antes do recalculo
      *
       01 antes.
          02 ant-real                  pic s9(04)v9(02) value 0.
          02 ant-custo                 pic 9(11)v9(02) value 0.
          02 ant-saidas                pic 9(11)v9(02) value 0.
       01 dep-saidas                   pic 9(11)v9(02) value 0.
       01 mov-recalc                   pic 9(05) value 0.
      *
      *    Saldos por deposito (indice = deposito + 1) e por lote
      *    reconstituidos na reaplicacao
      *
       01 deposito-mov                 pic 9(02) value 0.
       01 deposito-dest                pic 9(02) value 0.
       01 dep-idx                      pic 9(04) comp-5 value 0.
       01 tab-deposito.
          02 td-item occurs 100.
             03 td-saldo               pic s9(04)v9(02).
             03 td-existe              pic x(01).
      *
       01 lot-idx                      pic 9(04) comp-5 value 0.
       01 lot-qtd                      pic 9(04) comp-5 value 0.
       01 tab-lote.
          02 tl-item occurs 300.
             03 tl-lote                pic x(10).
             03 tl-validade            pic 9(06).
             03 tl-saldo               pic s9(04)v9(02).
             03 tl-existe              pic x(01).
      *
       01 totais.
          02 tot-produtos              pic 9(05) value 0.
          02 tot-movimentos            pic 9(06) value 0.
          02 tot-ant-saidas            pic 9(11)v9(02) value 0.
          02 tot-dep-saidas            pic 9(11)v9(02) value 0.
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
          02 filler                    pic x(40) value
             "Recalculo de Custo Medio a partir de".
          02 cab-sele-data             pic x(08) value spaces.
          02 filler                    pic x(10) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(37) value "Produto".
          02 filler                    pic x(07) value "Movtos".
          02 filler                    pic x(21) value
             "   Saldo   (antes)".
          02 filler                    pic x(29) value
             "   Custo medio      (depois)".
          02 filler                    pic x(31) value
             " Valor saidas       (depois)".
      *
       01 cab-lin.
          02 cab-lin-grupo             pic 9(05) value 0.
          02 filler                    pic x(01) value "/".
          02 cab-lin-produto           pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-descricao         pic x(25) value spaces.
          02 cab-lin-movtos            pic zzzz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-real-ant          pic zzz9,99- value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-real-dep          pic zzz9,99- value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-custo-ant         pic zz.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-custo-dep         pic zz.zzz.zz9,99 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-saidas-ant        pic zzz.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-saidas-dep        pic zzz.zzz.zz9,99 value 0.
      *
       01 cab-tot.
          02 filler                    pic x(22) value
             "Produtos recalculados".
          02 cab-tot-produtos          pic zzzz9 value 0.
          02 filler                    pic x(10) value spaces.
          02 cab-tot-movtos            pic zzzzz9 value 0.
          02 filler                    pic x(56) value spaces.
          02 cab-tot-saidas-ant        pic zzz.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-tot-saidas-dep        pic zzz.zzz.zz9,99 value 0.
      *
       01 cab-lotes.
          02 filler                    pic x(13) value spaces.
          02 filler                    pic x(60) value
          "*** produto com lotes demais - nao recalculado ***".
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
          02 line 13 column 62 foreground-color 07 background-color 04
             highlight value "Recalculo".
          02 line 14 column 06 foreground-color 06 background-color 04
             value "Grupo.........:".
          02 line 15 column 06 foreground-color 06 background-color 04
             value "Produto.......:".
          02 line 16 column 06 foreground-color 06 background-color 04
             value "A partir de...:".
          02 line 17 column 06 foreground-color 06 background-color 04
             value "(Produto 0 = todos os produtos do grupo)".
      *
       01 tela-mensagem-cad.
          02 line 19 column 05 foreground-color 07 background-color 02
             highlight pic x(68) from mensagem.
      *
       01 tela-erro-cad.
          02 line 19 column 05 foreground-color 15 background-color 04
             highlight pic x(68) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 19 column 05 foreground-color 04 background-color 04
             pic x(68) from spaces.
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
           move 11 to box-lin.
           move 72 to box-col-f.
           move 19 to box-lin-f.
           move "3" to box-borda.
           move 04 to box-cor-f.
           move 10 to box-cor-p.
           move 0 to box-fundo.
           move "S" to box-sombra.
           perform rot-box.
           display tela-01.
      *
       lab-01.
           display tela-limpa-cad.
           perform sec-selecao.
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
       rot-open-ce01.
           move 0 to erro.
           if ce01-stat = "F"
              open input arqce01
              if ce01-status not = "00"
                 move
                 " Erro de abertura no ARQCE01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce01-stat
              end-if
           end-if.
      *
       rot-close-ce01.
           if ce01-stat = "A"
              close arqce01
              move "F" to ce01-stat
           end-if.
      *
       rot-le-ce01.
           move 0 to erro.
           read arqce01 invalid key move 1 to erro.
           if ce01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce01
           end-if.
      *
       rot-open-ce02.
           move 0 to erro.
           if ce02-stat = "F"
              open i-o arqce02
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
       rot-le-prox-ce02.
           move 0 to erro.
           read arqce02 next record at end move 1 to erro.
           if ce02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce02
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
       rot-le-ce03.
           move 0 to erro.
           read arqce03 invalid key move 1 to erro.
           if ce03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce03
           end-if.
      *
       rot-le-prox-ce03.
           move 0 to erro.
           read arqce03 next record at end move 1 to erro.
           if ce03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce03
           end-if.
      *
       rot-open-ce04.
           move 0 to erro.
           if ce04-stat = "F"
              open i-o arqce04
              if ce04-status = "35"
                 open output arqce04
                 close arqce04
                 open i-o arqce04
              end-if
              if ce04-status not = "00"
                 move
                 " Erro de abertura no ARQCE04A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
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
       rot-open-ce05.
           move 0 to erro.
           if ce05-stat = "F"
              open i-o arqce05
              if ce05-status = "35"
                 open output arqce05
                 close arqce05
                 open i-o arqce05
              end-if
              if ce05-status not = "00"
                 move
                 " Erro de abertura no ARQCE05A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce05-stat
              end-if
           end-if.
      *
       rot-close-ce05.
           if ce05-stat = "A"
              close arqce05
              move "F" to ce05-stat
           end-if.
      *
       rot-open-ce08.
           if ce08-stat = "F"
              open input arqce08
              if ce08-status = "00"
                 move "A" to ce08-stat
              end-if
           end-if.
      *
       rot-close-ce08.
           if ce08-stat = "A"
              close arqce08
              move "F" to ce08-stat
           end-if.
      *
      *
      *    ARQCE14 opcional: sem mes fechado reaplica desde o
      *    primeiro movimento
      *
       rot-open-ce14.
           if ce14-stat = "F"
              open input arqce14
              if ce14-status = "00"
                 move "A" to ce14-stat
              end-if
           end-if.
      *
       rot-close-ce14.
           if ce14-stat = "A"
              close arqce14
              move "F" to ce14-stat
           end-if.
      *
       rot-le-prox-ce14.
           move 0 to erro.
           read arqce14 next record at end move 1 to erro.
           if ce14-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce14
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
           move sele-data-disp to cab-sele-data.
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
      *    Produto kit (componentes no ARQCE08) nao tem saldo
      *    proprio: o movimento dele e desdobrado nos componentes
      *
       rot-verifica-kit.
           move "N" to flag-kit.
           if ce08-stat not = "A"
              go to rot-verifica-kit-fim
           end-if.
           move ce02-grupo to ce08-kit-grupo.
           move ce02-produto to ce08-kit-produto.
           move 0 to ce08-seq.
           start arqce08 key is not less ce08-chave invalid key
                 go to rot-verifica-kit-fim
           end-start.
           read arqce08 next record at end
                go to rot-verifica-kit-fim
           end-read.
           if ce08-kit-grupo = ce02-grupo and
              ce08-kit-produto = ce02-produto
              move "S" to flag-kit
           end-if.
       rot-verifica-kit-fim.
           exit.
      *
      *    Competencias da data inicial ate hoje: nenhuma pode
      *    estar fechada (passo de 30 dias corridos = um mes)
      *
       rot-verifica-fechamento.
           move sele-data-corr to fc-par-data.
       rot-verifica-fechamento-1.
           call "rotfc01" using campo-fecha.
           if fc-par-fechada = "S"
              go to rot-verifica-fechamento-fim
           end-if.
           move fc-par-data to fe-par-data.
           call "rotfe01" using campo-fecha-est.
           if fe-par-fechada = "S"
              go to rot-verifica-fechamento-fim
           end-if.
           add 30 to fc-par-data.
           if fc-par-data not > param-data
              go to rot-verifica-fechamento-1
           end-if.
           move param-data to fc-par-data fe-par-data.
           call "rotfc01" using campo-fecha.
           if fc-par-fechada not = "S"
              call "rotfe01" using campo-fecha-est
           end-if.
       rot-verifica-fechamento-fim.
           exit.
      *
      *    Ultimo mes fechado no estoque antes da data inicial
      *    (os meses da data ate hoje estao abertos)
      *
       rot-ultimo-fechamento.
           move 0 to fch-mes-idx fch-abre-corr.
           if ce14-stat not = "A"
              go to rot-ultimo-fechamento-fim
           end-if.
           move sele-data-corr to data-sec-in.
           perform rot-data-sec.
           compute fch-ini-idx = (data-sec-out - 1) / 30.
           move fch-ini-idx to ce14-mes.
           move 0 to ce14-grupo ce14-produto ce14-deposito.
           move low-values to ce14-tipo ce14-lote.
           start arqce14 key is less ce14-chave invalid key
                 go to rot-ultimo-fechamento-fim
           end-start.
           read arqce14 previous at end
                go to rot-ultimo-fechamento-fim
           end-read.
           move ce14-mes to fch-mes-idx.
           move ce14-comp-mes to fch-abre-mes.
           move ce14-comp-ano to fch-abre-ano.
           if fch-abre-mes = 12
              move 1 to fch-abre-mes
              if fch-abre-ano = 99
                 move 0 to fch-abre-ano
              else
                 add 1 to fch-abre-ano
              end-if
           else
              add 1 to fch-abre-mes
           end-if.
           compute fch-abre-corr =
                   fch-abre-ano * 360 + fch-abre-mes * 30 + 1.
       rot-ultimo-fechamento-fim.
           exit.
      *
      *    Saldos do produto guardados no mes fechado: geral (P),
      *    por deposito (D) e por lote (L); custo de abertura =
      *    custo medio do fechamento
      *
       rot-carrega-fechamento.
           move fch-mes-idx to ce14-mes.
           move ce02-grupo to ce14-grupo.
           move ce02-produto to ce14-produto.
           move low-values to ce14-tipo ce14-lote.
           move 0 to ce14-deposito.
           start arqce14 key is not less ce14-chave invalid key
                 go to rot-carrega-fechamento-fim
           end-start.
       rot-carrega-fechamento-1.
           perform rot-le-prox-ce14.
           if erro not = 0
              move 0 to erro
              go to rot-carrega-fechamento-fim
           end-if.
           if ce14-mes not = fch-mes-idx or
              ce14-grupo not = ce02-grupo or
              ce14-produto not = ce02-produto
              go to rot-carrega-fechamento-fim
           end-if.
           evaluate ce14-tipo
                    when "P"
                         move ce14-quantidade to ce02-estoque-real
                         move ce14-qtd-ofic to ce02-estoque-ofic
                         move ce14-custo-medio to custo-abertura
                    when "D"
                         compute dep-idx = ce14-deposito + 1
                         move ce14-quantidade to td-saldo(dep-idx)
                    when "L"
                         move 1 to lot-idx
                         perform rot-carrega-fechamento-2
                            thru rot-carrega-fechamento-3
           end-evaluate.
           go to rot-carrega-fechamento-1.
      *
      *    Lote do fechamento na tabela dos lotes cadastrados
      *
       rot-carrega-fechamento-2.
           if lot-idx > lot-qtd
              if lot-qtd not < 300
                 move "N" to flag-lotes
                 go to rot-carrega-fechamento-3
              end-if
              add 1 to lot-qtd
              move lot-qtd to lot-idx
              move ce14-lote to tl-lote(lot-idx)
              move ce14-validade to tl-validade(lot-idx)
              move "N" to tl-existe(lot-idx)
              move ce14-quantidade to tl-saldo(lot-idx)
              go to rot-carrega-fechamento-3
           end-if.
           if tl-lote(lot-idx) not = ce14-lote
              add 1 to lot-idx
              go to rot-carrega-fechamento-2
           end-if.
           move ce14-quantidade to tl-saldo(lot-idx).
       rot-carrega-fechamento-3.
           exit.
       rot-carrega-fechamento-fim.
           exit.
      *
      *    Mesma reavaliacao do pgce04: media ponderada na
      *    entrada e retirada pelo preco original na devolucao a
      *    fornecedor
      *
       rot-custo-medio.
           if ce03-preco = 0
              go to rot-custo-medio-fim
           end-if.
           if ce02-estoque-real <= 0
              move ce03-preco to ce02-custo-medio
              go to rot-custo-medio-fim
           end-if.
           compute ce02-custo-medio rounded =
                   ((ce02-estoque-real * ce02-custo-medio) +
                    (ce03-quantidade * ce03-preco)) /
                   (ce02-estoque-real + ce03-quantidade).
       rot-custo-medio-fim.
           exit.
      *
       rot-custo-medio-dev.
           if ce03-preco = 0
              go to rot-custo-medio-dev-fim
           end-if.
           if ce02-estoque-real <= ce03-quantidade
              go to rot-custo-medio-dev-fim
           end-if.
           compute ce02-custo-medio rounded =
                   ((ce02-estoque-real * ce02-custo-medio) -
                    (ce03-quantidade * ce03-preco)) /
                   (ce02-estoque-real - ce03-quantidade).
       rot-custo-medio-dev-fim.
           exit.
      *
      *    Saldo geral do produto (regras do pgce04)
      *
       rot-aplica-geral.
           evaluate true
                    when ce03-movimento = 1
                         move ce03-quantidade to ce02-estoque-real
                                                 ce02-estoque-ofic
                    when ce03-movimento = 2
                         if flag-abertura = "S"
                            perform rot-custo-medio
                               thru rot-custo-medio-fim
                         end-if
                         add ce03-quantidade to ce02-estoque-real
                         if ce03-nf not = spaces
                            add ce03-quantidade to ce02-estoque-ofic
                         end-if
                    when ce03-movimento = 4
                         if flag-abertura = "S"
                            perform rot-custo-medio-dev
                               thru rot-custo-medio-dev-fim
                         end-if
                         subtract ce03-quantidade from ce02-estoque-real
                         if ce03-nf not = spaces
                            subtract ce03-quantidade from
                                     ce02-estoque-ofic
                         end-if
                    when ce03-movimento = 3 or
                         ce03-movimento = 5
                         subtract ce03-quantidade from ce02-estoque-real
                         if ce03-nf not = spaces
                            subtract ce03-quantidade from
                                     ce02-estoque-ofic
                         end-if
           end-evaluate.
      *
      *    Saldos por deposito; a transferencia (movimento 6)
      *    debita a origem e credita o destino
      *
       rot-aplica-deposito.
           if ce03-deposito numeric and ce03-deposito not = 0
              move ce03-deposito to deposito-mov
           else
              move 1 to deposito-mov
           end-if.
           if ce03-dep-destino numeric
              move ce03-dep-destino to deposito-dest
           else
              move 0 to deposito-dest
           end-if.
           compute dep-idx = deposito-mov + 1.
           evaluate true
                    when ce03-movimento = 1
                         move ce03-quantidade to td-saldo(dep-idx)
                    when ce03-movimento = 2
                         add ce03-quantidade to td-saldo(dep-idx)
                    when ce03-movimento = 3 or
                         ce03-movimento = 4 or
                         ce03-movimento = 5
                         subtract ce03-quantidade from td-saldo(dep-idx)
                    when ce03-movimento = 6
                         subtract ce03-quantidade from td-saldo(dep-idx)
                         compute dep-idx = deposito-dest + 1
                         add ce03-quantidade to td-saldo(dep-idx)
           end-evaluate.
      *
      *    Saldo do lote carimbado no movimento; lote sem
      *    registro entra na tabela com validade zerada
      *
       rot-aplica-lote.
           if ce03-lote = spaces or ce03-lote = low-values
              go to rot-aplica-lote-fim
           end-if.
           if ce03-movimento not = 2 and 3 and 4 and 5
              go to rot-aplica-lote-fim
           end-if.
           move 1 to lot-idx.
       rot-aplica-lote-1.
           if lot-idx > lot-qtd
              if lot-qtd not < 300
                 move "N" to flag-lotes
                 go to rot-aplica-lote-fim
              end-if
              add 1 to lot-qtd
              move lot-qtd to lot-idx
              move ce03-lote to tl-lote(lot-idx)
              move 0 to tl-validade(lot-idx) tl-saldo(lot-idx)
              move "N" to tl-existe(lot-idx)
              go to rot-aplica-lote-2
           end-if.
           if tl-lote(lot-idx) not = ce03-lote
              add 1 to lot-idx
              go to rot-aplica-lote-1
           end-if.
       rot-aplica-lote-2.
           if ce03-movimento = 2
              add ce03-quantidade to tl-saldo(lot-idx)
           else
              subtract ce03-quantidade from tl-saldo(lot-idx)
           end-if.
       rot-aplica-lote-fim.
           exit.
      *
      *    Lotes ja cadastrados do produto, com o saldo zerado
      *    para a reconstituicao
      *
       rot-carrega-lotes.
           move 0 to lot-qtd.
           move "S" to flag-lotes.
           move ce02-grupo to ce05-grupo.
           move ce02-produto to ce05-produto.
           move low-values to ce05-lote.
           start arqce05 key is not less ce05-chave invalid key
                 go to rot-carrega-lotes-fim
           end-start.
       rot-carrega-lotes-1.
           read arqce05 next record at end
                go to rot-carrega-lotes-fim
           end-read.
           if ce05-grupo not = ce02-grupo or
              ce05-produto not = ce02-produto
              go to rot-carrega-lotes-fim
           end-if.
           if lot-qtd not < 300
              move "N" to flag-lotes
              go to rot-carrega-lotes-fim
           end-if.
           add 1 to lot-qtd.
           move ce05-lote to tl-lote(lot-qtd).
           move ce05-validade to tl-validade(lot-qtd).
           move 0 to tl-saldo(lot-qtd).
           move "S" to tl-existe(lot-qtd).
           go to rot-carrega-lotes-1.
       rot-carrega-lotes-fim.
           exit.
      *
      *    Regrava os saldos por deposito e por lote do produto
      *
       rot-grava-depositos.
           move 0 to dep-idx.
       rot-grava-depositos-1.
           add 1 to dep-idx.
           if dep-idx > 100
              go to rot-grava-depositos-fim
           end-if.
           move ce02-grupo to ce04-grupo.
           move ce02-produto to ce04-produto.
           compute ce04-deposito = dep-idx - 1.
           read arqce04 invalid key
                if td-saldo(dep-idx) not = 0
                   move td-saldo(dep-idx) to ce04-saldo
                   move param-usr to ce04-usuario
                   move param-data to ce04-data
                   write reg-ce04 invalid key
                         continue
                   end-write
                end-if
                go to rot-grava-depositos-1
           end-read.
           if ce04-saldo not = td-saldo(dep-idx)
              move td-saldo(dep-idx) to ce04-saldo
              move param-usr to ce04-usuario
              move param-data to ce04-data
              rewrite reg-ce04 invalid key
                      continue
              end-rewrite
           end-if.
           go to rot-grava-depositos-1.
       rot-grava-depositos-fim.
           exit.
      *
       rot-grava-lotes.
           move 0 to lot-idx.
       rot-grava-lotes-1.
           add 1 to lot-idx.
           if lot-idx > lot-qtd
              go to rot-grava-lotes-fim
           end-if.
           move ce02-grupo to ce05-grupo.
           move ce02-produto to ce05-produto.
           move tl-lote(lot-idx) to ce05-lote.
           read arqce05 invalid key
                move tl-validade(lot-idx) to ce05-validade
                move tl-saldo(lot-idx) to ce05-saldo
                move param-usr to ce05-usuario
                move param-data to ce05-data
                write reg-ce05 invalid key
                      continue
                end-write
                go to rot-grava-lotes-1
           end-read.
           if ce05-saldo not = tl-saldo(lot-idx)
              move tl-saldo(lot-idx) to ce05-saldo
              move param-usr to ce05-usuario
              move param-data to ce05-data
              rewrite reg-ce05 invalid key
                      continue
              end-rewrite
           end-if.
           go to rot-grava-lotes-1.
       rot-grava-lotes-fim.
           exit.
      *
       copy rotgen.lib.
      *
      ************************
      *                      *
      *       T e l a s      *
      *                      *
      ************************
      *
       telas section.
      *
       accept-resposta-cad.
           move spaces to resposta.
           accept resposta at 1868 with auto foreground-color 04
                                             background-color 04.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
       err-mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *  Sequencia para dar Accept
      *
       acc-grupo.
           accept sele-grupo at 1422 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
      *
       acc-produto.
           accept sele-produto at 1522 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
      *
       acc-data.
           accept sele-data at 1622 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
      *
      *  Sequencia para dar display
      *
       dsp-grupo.
           display sele-dgrupo at 1428 with foreground-color 15
                   background-color 04.
      *
       dsp-produto.
           display sele-produto-disp at 1522 with foreground-color 15
                   background-color 04.
           display sele-dproduto at 1528 with foreground-color 15
                   background-color 04.
      *
       dsp-data.
           display sele-data-disp at 1622 with foreground-color 15
                   background-color 04.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-grupo.
           display limpa at 1422 with foreground-color 15
                   background-color 04.
      *
       lmp-produto.
           display limpa at 1522 with foreground-color 15
                   background-color 04.
      *
       lmp-data.
           display limpa-10 at 1622 with foreground-color 15
                   background-color 04.
      *
      ************************
      *                      *
      *  Selecao             *
      *                      *
      ************************
      *
       sec-selecao section.
      *
       lab-sele-00.
           if param-prioridade < 8
              move " Recalculo exige prioridade de supervisor - Tecle <E
      -       "nter>" to mensagem
              perform err-mensagem
              go to lab-sele-fim
           end-if.
           perform rot-open-ce01.
           if erro not = 0
              go to lab-sele-fim
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-sele-fim
           end-if.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-sele-fim
           end-if.
      *
      *    Atualizacao interrompida deixa movimentos pela metade:
      *    o pgce04 tem de concluir antes
      *
           move high-values to ce03-chave-controle.
           perform rot-le-ce03.
           if erro = 0 and ce03-atualizacao = "S"
              move " Atualizacao interrompida - conclua no pgce04 - Tecl
      -    "e <Ent>" to mensagem
              perform err-mensagem
              go to lab-sele-fim
           end-if.
           move 0 to erro.
      *
       lab-sele-01.
           move 0 to sele-grupo.
           perform lmp-grupo thru lmp-data.
           perform acc-grupo.
           if escape-key = 1
              go to lab-sele-fim
           end-if.
           move sele-grupo to ce01-grupo.
           perform rot-le-ce01.
           if erro not = 0
              move " Grupo nao cadastrado - Tecle <Enter>" to mensagem
              perform err-mensagem
              go to lab-sele-01
           end-if.
           move ce01-descricao-a to sele-dgrupo.
           perform dsp-grupo.
      *
       lab-sele-02.
           move 0 to sele-produto.
           perform lmp-produto.
           perform acc-produto.
           if escape-key = 1
              go to lab-sele-01
           end-if.
           if sele-produto = 0
              move "Todos" to sele-produto-disp
              move spaces to sele-dproduto
           else
              move sele-grupo to ce02-grupo
              move sele-produto to ce02-produto
              perform rot-le-ce02
              if erro not = 0
                 move " Produto nao cadastrado - Tecle <Enter>" to
                      mensagem
                 perform err-mensagem
                 go to lab-sele-02
              end-if
              move sele-produto to sele-produto-disp
              move ce02-descricao-a to sele-dproduto
           end-if.
           perform dsp-produto.
      *
       lab-sele-03.
           move 0 to sele-data.
           perform lmp-data.
           perform acc-data.
           if escape-key = 1
              go to lab-sele-02
           end-if.
           move sele-data to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if return-code not = 0 or sele-data = 0
              move " Data invalida - Tecle <Enter>" to mensagem
              perform err-mensagem
              go to lab-sele-03
           end-if.
           move dias-corr to sele-data-corr.
           move data-disp to sele-data-disp.
           perform dsp-data.
           if sele-data-corr > param-data
              move " Data posterior a hoje - Tecle <Enter>" to mensagem
              perform err-mensagem
              go to lab-sele-03
           end-if.
           perform rot-verifica-fechamento
              thru rot-verifica-fechamento-fim.
           if fc-par-fechada = "S"
              move " Competencia fechada - recalculo nao permitido - Tec
      -    "le <Ent>" to mensagem
              perform err-mensagem
              go to lab-sele-03
           end-if.
           if fe-par-fechada = "S"
              move " Mes fechado no estoque - recalculo recusado - Tecle
      -    " <Enter>" to mensagem
              perform err-mensagem
              go to lab-sele-03
           end-if.
      *
       lab-sele-04.
           move "Confirma o recalculo (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-sele-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-sele-01
           end-if.
           if resposta not = "S"
              go to lab-sele-04
           end-if.
           move "Aguarde - recalculando" to mensagem.
           display tela-mensagem-cad.
           perform sec-recalculo.
           if erro = 0
              move spaces to mensagem
              string " Recalculo efetuado - " tot-produtos
                     " produtos - Tecle <Enter>" delimited by size
                     into mensagem
              end-string
              display tela-mensagem-cad
              perform rot-keypress
           end-if.
           display tela-limpa-cad.
           go to lab-sele-01.
      *
       lab-sele-fim.
           perform rot-close-ce03.
           perform rot-close-ce02.
           perform rot-close-ce01.
           exit.
      *
      ************************
      *                      *
      *  Recalculo           *
      *                      *
      ************************
      *
       sec-recalculo section.
      *
       lab-rec-00.
           perform rot-open-ce04.
           if erro not = 0
              go to lab-rec-fim
           end-if.
           perform rot-open-ce05.
           if erro not = 0
              go to lab-rec-fim
           end-if.
           perform rot-open-ce08.
           perform rot-open-ce14.
           perform rot-ultimo-fechamento thru rot-ultimo-fechamento-fim.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rec-fim
           end-if.
           move 0 to pagina tot-produtos tot-movimentos
                     tot-ant-saidas tot-dep-saidas.
           perform rot-cabec.
           move sele-grupo to ce02-grupo.
           move sele-produto to ce02-produto.
           start arqce02 key is not less ce02-chave invalid key
                 go to lab-rec-08
           end-start.
      *
      *    Proximo produto da selecao
      *
       lab-rec-01.
           perform rot-le-prox-ce02.
           if erro not = 0
              move 0 to erro
              go to lab-rec-08
           end-if.
           if ce02-grupo not = sele-grupo
              go to lab-rec-08
           end-if.
           if sele-produto not = 0 and ce02-produto not = sele-produto
              go to lab-rec-08
           end-if.
           perform rot-verifica-kit thru rot-verifica-kit-fim.
           if flag-kit = "S"
              go to lab-rec-01
           end-if.
           move ce02-estoque-real to ant-real.
           move ce02-custo-medio to ant-custo.
           move 0 to ant-saidas dep-saidas mov-recalc custo-abertura.
           move "N" to flag-abertura.
           move low-values to tab-deposito.
           move 0 to dep-idx.
      *
       lab-rec-02.
           add 1 to dep-idx.
           if dep-idx not > 100
              move 0 to td-saldo(dep-idx)
              move "N" to td-existe(dep-idx)
              go to lab-rec-02
           end-if.
           perform rot-carrega-lotes thru rot-carrega-lotes-fim.
           if flag-lotes = "N"
              go to lab-rec-07
           end-if.
           move 0 to ce02-estoque-real ce02-estoque-ofic
                     ce02-custo-medio.
           if fch-mes-idx not = 0
              perform rot-carrega-fechamento
                 thru rot-carrega-fechamento-fim
              if flag-lotes = "N"
                 go to lab-rec-07
              end-if
           end-if.
           move ce02-grupo to ce03-grupo in ce03-chave-1.
           move ce02-produto to ce03-produto in ce03-chave-1.
           move fch-abre-corr to ce03-data-mov.
           start arqce03 key is not less ce03-chave-1 invalid key
                 go to lab-rec-05
           end-start.
      *
      *    Reaplica os movimentos ja atualizados do produto
      *
       lab-rec-03.
           perform rot-le-prox-ce03.
           if erro not = 0
              move 0 to erro
              go to lab-rec-05
           end-if.
           if ce03-chave = high-values
              go to lab-rec-03
           end-if.
           if ce03-grupo in ce03-chave-1 not = ce02-grupo or
              ce03-produto in ce03-chave-1 not = ce02-produto
              go to lab-rec-05
           end-if.
           if ce03-flag-atu not = "S"
              go to lab-rec-03
           end-if.
           if ce03-custo not numeric
              move 0 to ce03-custo
           end-if.
           if ce03-data-mov < sele-data-corr
              perform rot-aplica-geral
              perform rot-aplica-deposito
              perform rot-aplica-lote thru rot-aplica-lote-fim
              if ce03-custo not = 0
                 move ce03-custo to custo-abertura
              end-if
              go to lab-rec-03
           end-if.
      *
      *    Primeiro movimento do periodo: custo de abertura
      *
           if flag-abertura = "N"
              move "S" to flag-abertura
              move custo-abertura to ce02-custo-medio
           end-if.
           if ce03-movimento = 3 or 5
              compute ant-saidas rounded = ant-saidas +
                      ce03-quantidade * ce03-custo
           end-if.
           perform rot-aplica-geral.
           perform rot-aplica-deposito.
           perform rot-aplica-lote thru rot-aplica-lote-fim.
           if ce03-movimento = 3 or 5
              compute dep-saidas rounded = dep-saidas +
                      ce03-quantidade * ce02-custo-medio
           end-if.
           add 1 to mov-recalc.
           if ce03-custo not = ce02-custo-medio
              move ce02-custo-medio to ce03-custo
              rewrite reg-ce03 invalid key
                      move 1 to erro
              end-rewrite
              if erro not = 0
                 move " Erro de regravacao - ARQCE03A.DAT - Tecle <Ent
      -          "er>" to mensagem
                 perform err-mensagem
                 go to lab-rec-fim
              end-if
           end-if.
           go to lab-rec-03.
      *
      *    Sem movimento a partir da data o produto fica como esta
      *
       lab-rec-05.
           if flag-abertura = "N" or flag-lotes = "N"
              go to lab-rec-07
           end-if.
           move param-usr to ce02-usuario.
           move param-data to ce02-data.
           rewrite reg-ce02 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move " Erro de regravacao - ARQCE02A.DAT - Tecle <Enter>"
                   to mensagem
              perform err-mensagem
              go to lab-rec-fim
           end-if.
           perform rot-grava-depositos thru rot-grava-depositos-fim.
           perform rot-grava-lotes thru rot-grava-lotes-fim.
      *
       lab-rec-06.
           if linha > 56
              perform rot-cabec
           end-if.
           move ce02-grupo to cab-lin-grupo.
           move ce02-produto to cab-lin-produto.
           move ce02-descricao-a to cab-lin-descricao.
           move mov-recalc to cab-lin-movtos.
           move ant-real to cab-lin-real-ant.
           move ce02-estoque-real to cab-lin-real-dep.
           move ant-custo to cab-lin-custo-ant.
           move ce02-custo-medio to cab-lin-custo-dep.
           move ant-saidas to cab-lin-saidas-ant.
           move dep-saidas to cab-lin-saidas-dep.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add 1 to tot-produtos.
           add mov-recalc to tot-movimentos.
           add ant-saidas to tot-ant-saidas.
           add dep-saidas to tot-dep-saidas.
           go to lab-rec-01.
      *
      *    Produto sem recalculo: lotes alem da tabela
      *
       lab-rec-07.
           if flag-lotes = "N"
              if linha > 56
                 perform rot-cabec
              end-if
              move ce02-grupo to cab-lin-grupo
              move ce02-produto to cab-lin-produto
              move ce02-descricao-a to cab-lin-descricao
              write reg-imp from cab-lin-descricao after 1 line
              write reg-imp from cab-lotes after 1 line
              add 2 to linha
           end-if.
           go to lab-rec-01.
      *
       lab-rec-08.
           write reg-imp from tracos after 1 line.
           move tot-produtos to cab-tot-produtos.
           move tot-movimentos to cab-tot-movtos.
           move tot-ant-saidas to cab-tot-saidas-ant.
           move tot-dep-saidas to cab-tot-saidas-dep.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
      *
       lab-rec-fim.
           perform rot-close-imp.
           perform rot-close-ce14.
           perform rot-close-ce08.
           perform rot-close-ce05.
           perform rot-close-ce04.
           exit.
