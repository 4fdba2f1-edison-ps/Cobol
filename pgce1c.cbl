      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  PGCE1C       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Fechamento Mensal do Estoque (chamado pelo pgce04,         *
      *  funcao F) :                                                *
      *                                                             *
      *  Fecha um mes ja encerrado guardando no ARQCE14 o saldo     *
      *  de cada produto (real, oficial, custo medio e valor), de   *
      *  cada deposito e de cada lote no ultimo dia do mes, que     *
      *  sao os saldos de abertura do mes seguinte. Parte dos       *
      *  saldos do mes anterior fechado e aplica os movimentos do   *
      *  mes do ARQCE03 com as regras da atualizacao (pgce04); no   *
      *  primeiro fechamento reaplica todo o historico. O custo e   *
      *  o gravado no ultimo movimento (ce03-custo). Os meses sao   *
      *  fechados em sequencia e exigem todos os movimentos ate o   *
      *  fim do mes atualizados. Com o mes fechado (tabela tipo     *
      *  57, consulta via rotfe01) a movimentacao (pgce03) recusa   *
      *  movimentos datados dentro dele. A reabertura, so do        *
      *  ultimo mes fechado, pede motivo e prioridade de            *
      *  supervisor e apaga os saldos guardados do mes.             *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgce1c.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
       copy fdtabl.lib.
      *
       copy fdce02.lib.
      *
       copy fdce03.lib.
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
          02 cb-programa               pic x(08) value "PGCE1C".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
      *
       01 campos.
          02 sele-mes                  pic 9(02) value 0.
          02 sele-ano                  pic 9(02) value 0.
          02 sele-funcao               pic x(01) value spaces.
          02 motivo                    pic x(40) value spaces.
      *
      *    Mes a fechar (fch-comp/fch-mes-idx), o anterior e o
      *    seguinte; ini/fim-corr = primeiro e ultimo dia do mes
      *    em dias corridos (o dia 31 conta no mes seguinte, como
      *    na rotfc01)
      *
       01 fch-comp.
          02 fch-comp-ano              pic 9(02) value 0.
          02 fch-comp-mes              pic 9(02) value 0.
       01 fch-comp-ant.
          02 fch-ant-ano               pic 9(02) value 0.
          02 fch-ant-mes               pic 9(02) value 0.
       01 fch-comp-pos.
          02 fch-pos-ano               pic 9(02) value 0.
          02 fch-pos-mes               pic 9(02) value 0.
       01 fch-comp-reg.
          02 fch-reg-ano               pic 9(02) value 0.
          02 fch-reg-mes               pic 9(02) value 0.
       01 fch-mes-idx                  pic 9(05) value 0.
       01 fch-ant-idx                  pic 9(05) value 0.
       01 fch-hoje-idx                 pic 9(05) value 0.
       01 fch-mov-idx                  pic 9(05) value 0.
       01 fch-ini-corr                 pic 9(06) value 0.
       01 fch-fim-corr                 pic 9(06) value 0.
       01 fch-inicio-corr              pic 9(06) value 0.
      *
       01 flag-tabl                    pic x(01) value spaces.
       01 flag-anterior                pic x(01) value spaces.
       01 flag-outro                   pic x(01) value spaces.
       01 flag-kit                     pic x(01) value spaces.
       01 flag-historico               pic x(01) value spaces.
       01 flag-lotes                   pic x(01) value spaces.
       01 mov-pendente                 pic 9(06) value 0.
      *
      *    Saldos do produto reconstituidos ate o fim do mes
      *
       01 saldo-real                   pic s9(04)v9(02) value 0.
       01 saldo-ofic                   pic s9(04)v9(02) value 0.
       01 custo-fim                    pic 9(11)v9(02) value 0.
       01 valor-produto                pic s9(11)v9(02) value 0.
      *
       01 deposito-mov                 pic 9(02) value 0.
       01 deposito-dest                pic 9(02) value 0.
       01 dep-idx                      pic 9(04) comp-5 value 0.
       01 tab-deposito.
          02 td-item occurs 100.
             03 td-saldo               pic s9(04)v9(02).
             03 td-ofic                pic s9(04)v9(02).
      *
       01 lot-idx                      pic 9(04) comp-5 value 0.
       01 lot-qtd                      pic 9(04) comp-5 value 0.
       01 tab-lote.
          02 tl-item occurs 300.
             03 tl-lote                pic x(10).
             03 tl-validade            pic 9(06).
             03 tl-saldo               pic s9(04)v9(02).
      *
       01 totais.
          02 tot-produtos              pic 9(05) value 0.
          02 tot-valor                 pic s9(13)v9(02) value 0.
          02 tot-lotes-demais          pic 9(05) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
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
          02 filler                    pic x(32) value
             "Fechamento do Estoque - Mes".
          02 cab-comp                  pic x(05) value spaces.
          02 filler                    pic x(21) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(54) value "Produto".
          02 filler                    pic x(22) value
             "      Real     Oficial".
          02 filler                    pic x(16) value
             "     Custo Medio".
          02 filler                    pic x(20) value
             "         Valor Total".
      *
       01 cab-lin.
          02 cab-lin-grupo             pic 9(05) value 0.
          02 filler                    pic x(01) value "/".
          02 cab-lin-produto           pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-descricao         pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-real              pic zzz9,99-.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-ofic              pic zzz9,99-.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-custo             pic zz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-valor             pic zz.zzz.zzz.zz9,99-.
      *
       01 cab-lotes.
          02 filler                    pic x(13) value spaces.
          02 filler                    pic x(60) value
          "*** lotes alem de 300 - saldos por lote incompletos ***".
      *
       01 cab-tot.
          02 filler                    pic x(23) value
             "Produtos com saldo....:".
          02 cab-tot-produtos          pic zzzz9 value 0.
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(23) value
             "Valor do estoque......:".
          02 cab-tot-valor             pic zz.zzz.zzz.zz9,99-.
      *
       01 cab-reabre.
          02 filler                    pic x(30) value
             "Mes do estoque reaberto......:".
          02 cab-reabre-comp           pic x(05) value spaces.
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(09) value "Usuario: ".
          02 cab-reabre-usr            pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-reabre-data           pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(08) value "Motivo: ".
          02 cab-reabre-motivo         pic x(40) value spaces.
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
             highlight value "Fechamento".
          02 line 14 column 06 foreground-color 06 background-color 04
             value "Mes...........:".
          02 line 15 column 06 foreground-color 06 background-color 04
             value "Ano...........:".
          02 line 16 column 06 foreground-color 06 background-color 04
             value "Funcao (F/R)..:".
          02 line 17 column 06 foreground-color 06 background-color 04
             value "Motivo........:".
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
       rot-le-prox-tabl.
           move 0 to erro.
           read arqtabl next record at end move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tabl
           end-if.
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
              open input arqce03
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
       rot-open-ce05.
           if ce05-stat = "F"
              open input arqce05
              if ce05-status = "00"
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
       rot-open-ce14.
           move 0 to erro.
           if ce14-stat = "F"
              open i-o arqce14
              if ce14-status = "35"
                 open output arqce14
                 close arqce14
                 open i-o arqce14
              end-if
              if ce14-status not = "00"
                 move
                 " Erro de abertura no ARQCE14A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
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
       rot-le-ce14.
           move 0 to erro.
           read arqce14 invalid key move 1 to erro.
           if ce14-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce14
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
       rot-grava-ce14.
           move 0 to erro.
           write reg-ce14 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move " Erro de gravacao - ARQCE14A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
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
           move spaces to cab-comp.
           string sele-mes "/" sele-ano delimited by size
                  into cab-comp
           end-string.
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
      *    Indice corrido do mes (janela de seculo) da data em
      *    dias-corr, como no ARQCE13
      *
       rot-mes-idx.
           move dias-corr to data-sec-in.
           perform rot-data-sec.
           compute fch-mov-idx = (data-sec-out - 1) / 30.
      *
      *    Competencia ano/mes de uma data em dias corridos
      *    (fch-comp-reg), mesmo criterio da rotfe01
      *
       rot-competencia.
           divide dias-corr by 360
                  giving fch-reg-ano remainder data-resto.
           if data-resto = 0
              move 11 to fch-reg-mes
              subtract 1 from fch-reg-ano
              go to rot-competencia-fim
           end-if.
           if data-resto < 31
              move 12 to fch-reg-mes
              subtract 1 from fch-reg-ano
              go to rot-competencia-fim
           end-if.
           divide data-resto by 30
                  giving fch-reg-mes remainder data-resto.
           if data-resto = 0
              subtract 1 from fch-reg-mes
           end-if.
       rot-competencia-fim.
           exit.
      *
      *    Situacao do mes em fch-comp-reg na tabela tipo 57:
      *    erro = 0 e flag-tabl = "F" quando fechado
      *
       rot-situacao-mes.
           move spaces to flag-tabl.
           move "57" to tabl-tipo.
           move spaces to tabl-codigo.
           move fch-comp-reg to tabl-codigo(1:4).
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto(1:1) to flag-tabl
           end-if.
      *
      *    Produto kit (componentes no ARQCE08) nao tem saldo
      *    proprio
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
      *    Saldos do produto no fim do mes anterior fechado
      *
       rot-carrega-anterior.
           move ce02-grupo to ce14-grupo.
           move ce02-produto to ce14-produto.
           move fch-ant-idx to ce14-mes.
           move low-values to ce14-tipo ce14-lote.
           move 0 to ce14-deposito.
           start arqce14 key is not less ce14-chave invalid key
                 go to rot-carrega-anterior-fim
           end-start.
       rot-carrega-anterior-1.
           perform rot-le-prox-ce14.
           if erro not = 0
              move 0 to erro
              go to rot-carrega-anterior-fim
           end-if.
           if ce14-mes not = fch-ant-idx or
              ce14-grupo not = ce02-grupo or
              ce14-produto not = ce02-produto
              go to rot-carrega-anterior-fim
           end-if.
           move "S" to flag-historico.
           evaluate ce14-tipo
                    when "P"
                         move ce14-quantidade to saldo-real
                         move ce14-qtd-ofic to saldo-ofic
                         move ce14-custo-medio to custo-fim
                    when "D"
                         compute dep-idx = ce14-deposito + 1
                         move ce14-quantidade to td-saldo(dep-idx)
                         move ce14-qtd-ofic to td-ofic(dep-idx)
                    when "L"
                         if lot-qtd < 300
                            add 1 to lot-qtd
                            move ce14-lote to tl-lote(lot-qtd)
                            move ce14-validade to tl-validade(lot-qtd)
                            move ce14-quantidade to tl-saldo(lot-qtd)
                         else
                            move "N" to flag-lotes
                         end-if
           end-evaluate.
           go to rot-carrega-anterior-1.
       rot-carrega-anterior-fim.
           exit.
      *
      *    Saldo geral: real como na atualizacao (pgce04); o
      *    oficial so conta com nota fiscal, o inventario
      *    redefine os dois
      *
       rot-aplica-geral.
           evaluate true
                    when ce03-movimento = 1
                         move ce03-quantidade to saldo-real
                                                 saldo-ofic
                    when ce03-movimento = 2
                         add ce03-quantidade to saldo-real
                         if ce03-nf not = spaces
                            add ce03-quantidade to saldo-ofic
                         end-if
                    when ce03-movimento = 3 or
                         ce03-movimento = 4 or
                         ce03-movimento = 5
                         subtract ce03-quantidade from saldo-real
                         if ce03-nf not = spaces
                            subtract ce03-quantidade from saldo-ofic
                         end-if
           end-evaluate.
      *
      *    Saldo por deposito: td-saldo como o ARQCE04, td-ofic
      *    como o kardex por deposito (pgce0b); a transferencia
      *    (movimento 6) debita a origem e credita o destino
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
                                                 td-ofic(dep-idx)
                    when ce03-movimento = 2
                         add ce03-quantidade to td-saldo(dep-idx)
                         if ce03-nf not = spaces
                            add ce03-quantidade to td-ofic(dep-idx)
                         end-if
                    when ce03-movimento = 3 or
                         ce03-movimento = 4 or
                         ce03-movimento = 5
                         subtract ce03-quantidade from td-saldo(dep-idx)
                         if ce03-nf not = spaces
                            subtract ce03-quantidade from
                                     td-ofic(dep-idx)
                         end-if
                    when ce03-movimento = 6
                         subtract ce03-quantidade from td-saldo(dep-idx)
                         subtract ce03-quantidade from td-ofic(dep-idx)
                         compute dep-idx = deposito-dest + 1
                         add ce03-quantidade to td-saldo(dep-idx)
                         add ce03-quantidade to td-ofic(dep-idx)
           end-evaluate.
      *
      *    Saldo do lote carimbado no movimento; lote novo na
      *    tabela busca a validade no ARQCE05
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
              if ce05-stat = "A"
                 move ce02-grupo to ce05-grupo
                 move ce02-produto to ce05-produto
                 move ce03-lote to ce05-lote
                 read arqce05 invalid key
                      move 0 to ce05-validade
                 end-read
                 move ce05-validade to tl-validade(lot-idx)
              end-if
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
      *    Grava os saldos do produto no mes fechado
      *
       rot-grava-saldos.
           move fch-mes-idx to ce14-mes.
           move ce02-grupo to ce14-grupo.
           move ce02-produto to ce14-produto.
           move sele-mes to ce14-comp-mes.
           move sele-ano to ce14-comp-ano.
           move custo-fim to ce14-custo-medio.
           move 0 to ce14-validade.
           move param-usr to ce14-usuario.
           move param-data to ce14-data.
           move "D" to ce14-tipo.
           move spaces to ce14-lote.
           move 0 to dep-idx.
       rot-grava-saldos-1.
           add 1 to dep-idx.
           if dep-idx > 100
              go to rot-grava-saldos-2
           end-if.
           if td-saldo(dep-idx) = 0 and td-ofic(dep-idx) = 0
              go to rot-grava-saldos-1
           end-if.
           compute ce14-deposito = dep-idx - 1.
           move td-saldo(dep-idx) to ce14-quantidade.
           move td-ofic(dep-idx) to ce14-qtd-ofic.
           compute ce14-valor rounded = td-saldo(dep-idx) * custo-fim.
           perform rot-grava-ce14.
           if erro not = 0
              go to rot-grava-saldos-fim
           end-if.
           go to rot-grava-saldos-1.
       rot-grava-saldos-2.
           move "L" to ce14-tipo.
           move 0 to ce14-deposito ce14-qtd-ofic lot-idx.
       rot-grava-saldos-3.
           add 1 to lot-idx.
           if lot-idx > lot-qtd
              go to rot-grava-saldos-4
           end-if.
           if tl-saldo(lot-idx) = 0
              go to rot-grava-saldos-3
           end-if.
           move tl-lote(lot-idx) to ce14-lote.
           move tl-validade(lot-idx) to ce14-validade.
           move tl-saldo(lot-idx) to ce14-quantidade.
           compute ce14-valor rounded = tl-saldo(lot-idx) * custo-fim.
           perform rot-grava-ce14.
           if erro not = 0
              go to rot-grava-saldos-fim
           end-if.
           go to rot-grava-saldos-3.
      *
      *    Saldo geral: o valor e o do estoque oficial, como na
      *    avaliacao (pgce0a)
      *
       rot-grava-saldos-4.
           move "P" to ce14-tipo.
           move spaces to ce14-lote.
           move 0 to ce14-validade.
           move saldo-real to ce14-quantidade.
           move saldo-ofic to ce14-qtd-ofic.
           move valor-produto to ce14-valor.
           perform rot-grava-ce14.
       rot-grava-saldos-fim.
           exit.
      *
      *    Apaga os saldos guardados do mes fch-mes-idx
      *
       rot-apaga-mes.
           move fch-mes-idx to ce14-mes.
           move 0 to ce14-grupo ce14-produto ce14-deposito.
           move low-values to ce14-tipo ce14-lote.
           start arqce14 key is not less ce14-chave invalid key
                 go to rot-apaga-mes-fim
           end-start.
       rot-apaga-mes-1.
           perform rot-le-prox-ce14.
           if erro not = 0
              move 0 to erro
              go to rot-apaga-mes-fim
           end-if.
           if ce14-mes not = fch-mes-idx
              go to rot-apaga-mes-fim
           end-if.
           delete arqce14 invalid key
                  move 1 to erro
           end-delete.
           if erro not = 0
              move " Erro de exclusao - ARQCE14A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to rot-apaga-mes-fim
           end-if.
           go to rot-apaga-mes-1.
       rot-apaga-mes-fim.
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
       acc-mes.
           accept sele-mes at 1422 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
      *
       acc-ano.
           accept sele-ano at 1522 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
      *
       acc-funcao.
           accept sele-funcao at 1622 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
      *
       acc-motivo.
           accept motivo at 1722 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-mes.
           display limpa-10 at 1422 with foreground-color 15
                   background-color 04.
      *
       lmp-ano.
           display limpa-10 at 1522 with foreground-color 15
                   background-color 04.
      *
       lmp-funcao.
           display limpa-10 at 1622 with foreground-color 15
                   background-color 04.
      *
       lmp-motivo.
           display limpa at 1722 with foreground-color 15
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
              move " Fechamento exige prioridade de supervisor - Tecle <
      -       "Enter>" to mensagem
              perform err-mensagem
              go to lab-sele-fim
           end-if.
      *
       lab-sele-01.
           move 0 to sele-mes.
           perform lmp-mes.
           perform acc-mes.
           if escape-key = 1
              go to lab-sele-fim
           end-if.
           if sele-mes = 0 or sele-mes > 12
              go to lab-sele-01
           end-if.
      *
       lab-sele-02.
           move 0 to sele-ano.
           perform lmp-ano.
           perform acc-ano.
           if escape-key = 1
              perform lmp-ano
              go to lab-sele-01
           end-if.
      *
      *    Mes pedido, anterior e seguinte; so fecha mes ja
      *    encerrado
      *
           move sele-ano to fch-comp-ano fch-ant-ano fch-pos-ano.
           move sele-mes to fch-comp-mes fch-ant-mes fch-pos-mes.
           if sele-mes = 1
              move 12 to fch-ant-mes
              if sele-ano = 0
                 move 99 to fch-ant-ano
              else
                 subtract 1 from fch-ant-ano
              end-if
           else
              subtract 1 from fch-ant-mes
           end-if.
           if sele-mes = 12
              move 1 to fch-pos-mes
              if sele-ano = 99
                 move 0 to fch-pos-ano
              else
                 add 1 to fch-pos-ano
              end-if
           else
              add 1 to fch-pos-mes
           end-if.
           compute fch-ini-corr = sele-ano * 360 + sele-mes * 30 + 1.
           compute fch-fim-corr = fch-ini-corr + 29.
           move fch-ini-corr to dias-corr.
           perform rot-mes-idx.
           move fch-mov-idx to fch-mes-idx.
           compute fch-ant-idx = fch-mes-idx - 1.
           move param-data to dias-corr.
           perform rot-mes-idx.
           move fch-mov-idx to fch-hoje-idx.
           if fch-mes-idx not < fch-hoje-idx
              move " O mes ainda nao terminou - Tecle <Enter>" to
                   mensagem
              perform err-mensagem
              go to lab-sele-02
           end-if.
      *
       lab-sele-03.
           move spaces to sele-funcao.
           perform lmp-funcao.
           perform acc-funcao.
           if escape-key = 1
              perform lmp-funcao
              go to lab-sele-02
           end-if.
           move sele-funcao to txt.
           perform rot-texto.
           move txt to sele-funcao.
           if sele-funcao not = "F" and "R"
              go to lab-sele-03
           end-if.
           if sele-funcao = "R" and param-prioridade < 9
              move " Reabertura exige prioridade de supervisor - Tecle
      -       "<Enter>" to mensagem
              perform err-mensagem
              go to lab-sele-03
           end-if.
           move spaces to motivo.
           if sele-funcao = "F"
              go to lab-sele-05
           end-if.
      *
       lab-sele-04.
           perform lmp-motivo.
           perform acc-motivo.
           if escape-key = 1
              perform lmp-motivo
              go to lab-sele-03
           end-if.
           if motivo = spaces
              go to lab-sele-04
           end-if.
      *
       lab-sele-05.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              if sele-funcao = "R"
                 go to lab-sele-04
              else
                 go to lab-sele-03
              end-if
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-mes thru lmp-motivo
              go to lab-sele-01
           end-if.
           if resposta not = "S"
              go to lab-sele-05
           end-if.
           display tela-limpa-cad.
           if sele-funcao = "F"
              perform sec-fecha
           else
              perform sec-reabre
           end-if.
           display tela-limpa-cad.
           perform lmp-mes thru lmp-motivo.
           go to lab-sele-01.
      *
       lab-sele-fim.
           perform lmp-mes thru lmp-motivo.
           exit.
      *
      ************************
      *                      *
      *  Fechamento          *
      *                      *
      ************************
      *
       sec-fecha section.
      *
       lab-fch-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-fch-fim
           end-if.
           move fch-comp to fch-comp-reg.
           perform rot-situacao-mes.
           if flag-tabl = "F"
              move " Mes ja fechado no estoque - Tecle <Enter>" to
                   mensagem
              perform err-mensagem
              go to lab-fch-fim
           end-if.
           move fch-comp-pos to fch-comp-reg.
           perform rot-situacao-mes.
           if flag-tabl = "F"
              move " Mes seguinte ja fechado - Tecle <Enter>" to
                   mensagem
              perform err-mensagem
              go to lab-fch-fim
           end-if.
      *
      *    Fechamento em sequencia: o mes anterior fechado da a
      *    abertura; sem ele so vale o primeiro fechamento
      *
           move fch-comp-ant to fch-comp-reg.
           perform rot-situacao-mes.
           if flag-tabl = "F"
              move "S" to flag-anterior
              go to lab-fch-01
           end-if.
           move "N" to flag-anterior flag-outro.
           move "57" to tabl-tipo.
           move low-values to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 go to lab-fch-00-2
           end-start.
      *
       lab-fch-00-1.
           perform rot-le-prox-tabl.
           if erro not = 0 or tabl-tipo not = "57"
              go to lab-fch-00-2
           end-if.
           if tabl-resto(1:1) = "F"
              move "S" to flag-outro
              go to lab-fch-00-2
           end-if.
           go to lab-fch-00-1.
      *
       lab-fch-00-2.
           move 0 to erro.
           if flag-outro = "S"
              move " Feche antes os meses seguintes - Tecle <Enter>"
                   to mensagem
              perform err-mensagem
              go to lab-fch-fim
           end-if.
      *
       lab-fch-01.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-fch-fim
           end-if.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-fch-fim
           end-if.
           perform rot-open-ce14.
           if erro not = 0
              go to lab-fch-fim
           end-if.
           perform rot-open-ce05.
           perform rot-open-ce08.
      *
      *    Tudo ate o fim do mes tem de estar atualizado
      *
           move high-values to ce03-chave-controle.
           perform rot-le-ce03.
           if erro = 0 and ce03-atualizacao = "S"
              move " Atualizacao interrompida - conclua no pgce04 - Tecl
      -    "e <Ent>" to mensagem
              perform err-mensagem
              go to lab-fch-fim
           end-if.
           move "Aguarde - verificando os movimentos" to mensagem.
           display tela-mensagem-cad.
           move 0 to mov-pendente.
           move low-values to ce03-chave.
           start arqce03 key is not less ce03-chave invalid key
                 go to lab-fch-02
           end-start.
      *
       lab-fch-01-1.
           perform rot-le-prox-ce03.
           if erro not = 0
              go to lab-fch-02
           end-if.
           if ce03-chave = high-values or ce03-flag-atu = "S"
              go to lab-fch-01-1
           end-if.
           move ce03-data-mov to dias-corr.
           perform rot-mes-idx.
           if fch-mov-idx > fch-mes-idx
              go to lab-fch-01-1
           end-if.
           move ce03-codigo to mov-pendente.
      *
       lab-fch-02.
           move 0 to erro.
           display tela-limpa-cad.
           if mov-pendente not = 0
              move spaces to mensagem
              string " Movimento " mov-pendente " do mes nao atualiz"
                     "ado - Tecle <Enter>" delimited by size
                     into mensagem
              end-string
              perform err-mensagem
              go to lab-fch-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-fch-fim
           end-if.
           move "Aguarde - fechando o mes" to mensagem.
           display tela-mensagem-cad.
      *
      *    Saldos de um fechamento anterior interrompido ou
      *    desfeito pela reabertura sao refeitos
      *
           perform rot-apaga-mes thru rot-apaga-mes-fim.
           if erro not = 0
              go to lab-fch-fim
           end-if.
           move 0 to pagina tot-produtos tot-valor tot-lotes-demais.
           perform rot-cabec.
           if flag-anterior = "S"
              move fch-ini-corr to fch-inicio-corr
           else
              move 0 to fch-inicio-corr
           end-if.
           move low-values to ce02-chave.
           start arqce02 key is not less ce02-chave invalid key
                 go to lab-fch-08
           end-start.
      *
      *    Proximo produto
      *
       lab-fch-03.
           perform rot-le-prox-ce02.
           if erro not = 0
              move 0 to erro
              go to lab-fch-08
           end-if.
           if ce02-chave = high-values
              go to lab-fch-03
           end-if.
           perform rot-verifica-kit thru rot-verifica-kit-fim.
           if flag-kit = "S"
              go to lab-fch-03
           end-if.
           move 0 to saldo-real saldo-ofic custo-fim lot-qtd.
           move "N" to flag-historico.
           move "S" to flag-lotes.
           move 0 to dep-idx.
      *
       lab-fch-03-1.
           add 1 to dep-idx.
           if dep-idx not > 100
              move 0 to td-saldo(dep-idx) td-ofic(dep-idx)
              go to lab-fch-03-1
           end-if.
           if flag-anterior = "S"
              perform rot-carrega-anterior
                 thru rot-carrega-anterior-fim
           end-if.
           move ce02-grupo to ce03-grupo in ce03-chave-1.
           move ce02-produto to ce03-produto in ce03-chave-1.
           move fch-inicio-corr to ce03-data-mov.
           start arqce03 key is not less ce03-chave-1 invalid key
                 go to lab-fch-05
           end-start.
      *
      *    Movimentos do produto ate o fim do mes (desde o
      *    fechamento anterior)
      *
       lab-fch-04.
           perform rot-le-prox-ce03.
           if erro not = 0
              move 0 to erro
              go to lab-fch-05
           end-if.
           if ce03-chave = high-values
              go to lab-fch-04
           end-if.
           if ce03-grupo in ce03-chave-1 not = ce02-grupo or
              ce03-produto in ce03-chave-1 not = ce02-produto
              go to lab-fch-05
           end-if.
           if ce03-flag-atu not = "S"
              go to lab-fch-04
           end-if.
           move ce03-data-mov to dias-corr.
           perform rot-mes-idx.
           if fch-mov-idx > fch-mes-idx
              go to lab-fch-04
           end-if.
           if flag-anterior = "S" and fch-mov-idx < fch-mes-idx
              go to lab-fch-04
           end-if.
           move "S" to flag-historico.
           perform rot-aplica-geral.
           perform rot-aplica-deposito.
           perform rot-aplica-lote thru rot-aplica-lote-fim.
           if ce03-custo numeric and ce03-custo not = 0
              move ce03-custo to custo-fim
           end-if.
           go to lab-fch-04.
      *
      *    Produto sem historico nao e gravado
      *
       lab-fch-05.
           if flag-historico = "N"
              go to lab-fch-03
           end-if.
           if custo-fim = 0
              move ce02-custo-medio to custo-fim
           end-if.
           compute valor-produto rounded = saldo-ofic * custo-fim.
           perform rot-grava-saldos thru rot-grava-saldos-fim.
           if erro not = 0
              go to lab-fch-fim
           end-if.
           if saldo-real = 0 and saldo-ofic = 0 and
              flag-lotes = "S"
              go to lab-fch-03
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move ce02-grupo to cab-lin-grupo.
           move ce02-produto to cab-lin-produto.
           move ce02-descricao-a to cab-lin-descricao.
           move saldo-real to cab-lin-real.
           move saldo-ofic to cab-lin-ofic.
           move custo-fim to cab-lin-custo.
           move valor-produto to cab-lin-valor.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add 1 to tot-produtos.
           add valor-produto to tot-valor.
           if flag-lotes = "N"
              write reg-imp from cab-lotes after 1 line
              add 1 to linha
              add 1 to tot-lotes-demais
           end-if.
           go to lab-fch-03.
      *
      *    Registro do mes fechado (totais) e situacao na
      *    tabela tipo 57
      *
       lab-fch-08.
           move fch-mes-idx to ce14-mes.
           move 0 to ce14-grupo ce14-produto ce14-deposito.
           move "C" to ce14-tipo.
           move spaces to ce14-lote.
           move sele-mes to ce14-comp-mes.
           move sele-ano to ce14-comp-ano.
           move 0 to ce14-quantidade ce14-qtd-ofic ce14-custo-medio
                     ce14-validade.
           move tot-valor to ce14-valor.
           move param-usr to ce14-usuario.
           move param-data to ce14-data.
           perform rot-grava-ce14.
           if erro not = 0
              go to lab-fch-fim
           end-if.
           move fch-comp to fch-comp-reg.
           perform rot-situacao-mes.
           if erro = 0
              move "S" to flag-tabl
           else
              move "N" to flag-tabl
           end-if.
           move "57" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move fch-comp to tabl-codigo(1:4).
           move "Mes do estoque fechado" to
                tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move "F" to tabl-resto(1:1).
           move 0 to erro.
           if flag-tabl = "S"
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform err-mensagem
              go to lab-fch-fim
           end-if.
           write reg-imp from tracos after 1 line.
           move tot-produtos to cab-tot-produtos.
           move tot-valor to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move "Mes do estoque fechado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
      *
       lab-fch-fim.
           perform rot-close-imp.
           perform rot-close-ce08.
           perform rot-close-ce05.
           perform rot-close-ce14.
           perform rot-close-ce03.
           perform rot-close-ce02.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Reabertura          *
      *                      *
      ************************
      *
       sec-reabre section.
      *
       lab-rab-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rab-fim
           end-if.
           move fch-comp-pos to fch-comp-reg.
           perform rot-situacao-mes.
           if flag-tabl = "F"
              move " So o ultimo mes fechado pode ser reaberto - Tecle <
      -       "Enter>" to mensagem
              perform err-mensagem
              go to lab-rab-fim
           end-if.
           move fch-comp to fch-comp-reg.
           perform rot-situacao-mes.
           if flag-tabl not = "F"
              move " Mes nao esta fechado no estoque - Tecle <Enter>" to
                   mensagem
              perform err-mensagem
              go to lab-rab-fim
           end-if.
           perform rot-open-ce14.
           if erro not = 0
              go to lab-rab-fim
           end-if.
      *
      *    A reabertura so se efetiva com o relatorio garantido
      *
           perform rot-open-imp.
           if erro not = 0
              go to lab-rab-fim
           end-if.
           move motivo to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move "A" to tabl-resto(1:1).
           rewrite reg-tabl invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move " Erro de regravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform err-mensagem
              go to lab-rab-fim
           end-if.
           perform rot-apaga-mes thru rot-apaga-mes-fim.
           write reg-imp from cab-abav.
           move spaces to cab-reabre-comp.
           string sele-mes "/" sele-ano delimited by size
                  into cab-reabre-comp
           end-string.
           move param-usr to cab-reabre-usr.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-reabre-data.
           move motivo to cab-reabre-motivo.
           write reg-imp from cab-reabre after 3 lines.
           write reg-imp from spaces after page.
           move "Mes do estoque reaberto - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
      *
       lab-rab-fim.
           perform rot-close-imp.
           perform rot-close-ce14.
           perform rot-close-tabl.
           exit.
