      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  PGCE1A       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Apropriacao do Consumo por Centro de Custo (chamado pelo   *
      *  pgct01) :                                                  *
      *                                                             *
      *  (L)ancamento  - contas contabeis da apropriacao (tabela    *
      *                  tipo 56): codigo 000 com a conta de        *
      *                  consumo (debito) e a de estoque (credito)  *
      *                  gerais; codigo = centro de custo p/ conta  *
      *                  propria do centro, que prevalece;          *
      *  (C)alculo     - apropriacao da competencia: saidas         *
      *                  (movimento 3) do ARQCE03 no mes menos as   *
      *                  devolucoes de material requisitado         *
      *                  (entradas com centro de custo), por        *
      *                  centro de custo, valorizadas pelo custo    *
      *                  da saida gravado na atualizacao            *
      *                  (ce03-custo) ou, sem ele, pelo custo medio *
      *                  corrente do produto (ce02-custo-medio).    *
      *                  Emprestimos ("EP", pgce17) nao sao         *
      *                  consumo. Grava o ARQCE13 e imprime.        *
      *                                                             *
      *  Os lancamentos saem na exportacao contabil (pgct01) e o    *
      *  consumo aparece no resultado por centro de custo (pgcu01). *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgce1a.
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
           select arqce13 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is ce13-chave
                  file status is ce13-status.
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
       copy fdce13.lib.
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
       01 ce13-status                  pic x(02) value "00".
       01 ce13-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce13.
          02 ce13-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce13-nome                 pic x(08) value "ARQCE13A".
          02 filler                    pic x(01) value ".".
          02 ce13-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE1A".
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
          02 ccusto                    pic 9(03) value 0.
          02 dccusto                   pic x(40) value spaces.
          02 conta-consumo             pic 9(05) value 0.
          02 conta-estoque             pic 9(05) value 0.
          02 sele-mes                  pic 9(02) value 0.
          02 sele-ano                  pic 9(02) value 0.
      *
       01 flag-tabl                    pic x(01) value spaces.
       01 valor-mov                    pic 9(11)v9(02) value 0.
       01 produto-ant                  pic x(10) value spaces.
       01 custo-produto                pic 9(11)v9(02) value 0.
      *
      *    Competencia em dias corridos com a janela de seculo e
      *    indice corrido de meses (chave do ARQCE13)
      *
       01 ap-dias-corr                 pic 9(06) value 0.
       01 ap-ref-sec                   pic 9(06) value 0.
       01 ap-mes-idx                   pic 9(05) value 0.
       01 ap-mes-aux                   pic 9(05) value 0.
      *
       01 campo-fecha.
          02 fc-par-data               pic 9(06) value 0.
          02 fc-par-fechada            pic x(01) value "N".
      *
      *    Consumo da competencia por centro de custo (indice =
      *    centro de custo + 1; o indice 1 e o "sem rateio")
      *
       01 ap-idx                       pic 9(04) comp-5 value 0.
       01 ap-tabela.
          02 ap-item occurs 1000.
             03 ap-qtd-saidas          pic 9(05).
             03 ap-valor-saidas        pic 9(11)v9(02).
             03 ap-qtd-devol           pic 9(05).
             03 ap-valor-devol         pic 9(11)v9(02).
      *
       01 totais.
          02 tot-movimentos            pic 9(06) value 0.
          02 tot-saidas                pic 9(11)v9(02) value 0.
          02 tot-devol                 pic 9(11)v9(02) value 0.
          02 tot-consumo               pic s9(11)v9(02) value 0.
          02 tot-sem-conta             pic 9(04) value 0.
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
          02 filler                    pic x(50) value
             "Apropriacao do Consumo por Centro de Custo -".
          02 cab-competencia           pic x(05) value spaces.
          02 filler                    pic x(05) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(05) value "C.C.".
          02 filler                    pic x(32) value "Descricao".
          02 filler                    pic x(07) value "Saidas".
          02 filler                    pic x(19) value
             "     Valor saidas".
          02 filler                    pic x(07) value "Devol.".
          02 filler                    pic x(19) value
             "      Valor devol.".
          02 filler                    pic x(19) value
             "          Consumo".
          02 filler                    pic x(14) value
             "  Deb.   Crd.".
      *
       01 cab-lin.
          02 cab-lin-ccusto            pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-descricao         pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-qtd-saidas        pic zzzz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-saidas            pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-qtd-devol         pic zzzz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-devol             pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-consumo           pic --.---.---.--9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-deb               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-crd               pic 9(05) value 0.
      *
       01 cab-obs.
          02 filler                    pic x(60) value
          "Contas zeradas: centro sem conta na tabela tipo 56 - a expo".
          02 filler                    pic x(40) value
          "rtacao conta como sem mapa".
      *
       copy workgen.lib.
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
          02 line 08 column 30 foreground-color 06 background-color 01
             highlight value "Apropriacao do Consumo por C. Custo".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (L/C).........:".
      *
       01 tela-03.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "C.Custo (0 = geral)..:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Conta consumo (deb.).:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Conta estoque (crd.).:".
      *
       01 tela-04.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Mes..................:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Ano..................:".
      *
       01 tela-05.
          02 line 11 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 12 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 13 column 06 foreground-color 01 background-color 01
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
           move 18 to box-lin-f.
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
       rot-le-prox-ce03.
           move 0 to erro.
           read arqce03 next record at end move 1 to erro.
           if ce03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce03
           end-if.
      *
       rot-open-ce13.
           move 0 to erro.
           if ce13-stat = "F"
              open i-o arqce13
              if ce13-status = "35"
                 open output arqce13
                 close arqce13
                 open i-o arqce13
              end-if
              if ce13-status not = "00"
                 move
                 " Erro de abertura no ARQCE13A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce13-stat
              end-if
           end-if.
      *
       rot-close-ce13.
           if ce13-stat = "A"
              close arqce13
              move "F" to ce13-stat
           end-if.
      *
       rot-le-prox-ce13.
           move 0 to erro.
           read arqce13 next record at end move 1 to erro.
           if ce13-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce13
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
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Descricao do centro de custo (tabela tipo 27)
      *
       rot-le-ccusto.
           move 27 to wtab01-tipo.
           move ccusto to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move reg-tabl to reg-wtab01
              move wtab01-descricao to dccusto
           else
              move spaces to dccusto
           end-if.
      *
      *    Contas do centro de custo (tipo 56): resto(1:5) conta
      *    de consumo, resto(6:5) conta de estoque. Centro sem
      *    conta propria usa as gerais (codigo 000)
      *
       rot-le-contas.
           move 0 to conta-consumo conta-estoque.
           move "56" to tabl-tipo.
           move spaces to tabl-codigo.
           move ccusto to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro not = 0 and ccusto not = 0
              move "000" to tabl-codigo(1:3)
              perform rot-le-tabl
           end-if.
           if erro = 0
              if tabl-resto(1:10) numeric
                 move tabl-resto(1:5) to conta-consumo
                 move tabl-resto(6:5) to conta-estoque
              end-if
           end-if.
      *
      *    Competencia informada (sele-mes/sele-ano): dia 30 do mes
      *    em dias corridos (ap-dias-corr), com a janela de seculo
      *    (ap-ref-sec), e o indice corrido de meses (ap-mes-idx)
      *
       rot-competencia.
           compute ap-dias-corr = sele-ano * 360 + sele-mes * 30 + 30.
           move ap-dias-corr to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to ap-ref-sec.
           compute ap-mes-idx = (ap-ref-sec - 1) / 30.
           move spaces to cab-competencia.
           string sele-mes "/" sele-ano delimited by size
                  into cab-competencia
           end-string.
      *
      *    Indice corrido de meses da data em dias corridos
      *    informada em data-sec-in (ap-mes-aux)
      *
       rot-mes-indice.
           perform rot-data-sec.
           compute ap-mes-aux = (data-sec-out - 1) / 30.
      *
      *    Custo medio do produto do movimento corrente, lido uma
      *    vez por produto
      *
       rot-custo-produto.
           if ce03-chave-2(1:10) = produto-ant
              go to rot-custo-produto-fim
           end-if.
           move ce03-chave-2(1:10) to produto-ant.
           move ce03-grupo in ce03-chave-1 to ce02-grupo.
           move ce03-produto in ce03-chave-1 to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro custo-produto
           else
              move ce02-custo-medio to custo-produto
           end-if.
       rot-custo-produto-fim.
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
           if funcao not = "L" and "C"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           display tela-05.
           evaluate true
                    when funcao = "L"
                         display tela-03
                         perform sec-contas
                    when funcao = "C"
                         display tela-04
                         perform sec-calculo
           end-evaluate.
           display tela-05.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Contas contabeis    *
      *                      *
      ************************
      *
       sec-contas section.
      *
       lab-cta-00.
           if param-prioridade < 8
              move " Contas exigem prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cta-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-cta-fim
           end-if.
      *
       lab-cta-01.
           move 0 to ccusto.
           perform lmp-contas.
           perform acc-ccusto.
           if escape-key = 1
              go to lab-cta-fim
           end-if.
           if ccusto = 0
              move "CONTAS GERAIS" to dccusto
           else
              perform rot-le-ccusto
              if erro not = 0
                 move " Centro de custo nao cadastrado (tabela 27) - Te
      -          "cle <Enter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-cta-01
              end-if
           end-if.
           perform dsp-ccusto.
           move 0 to conta-consumo conta-estoque.
           move "56" to tabl-tipo.
           move spaces to tabl-codigo.
           move ccusto to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              move "S" to flag-tabl
              if tabl-resto(1:10) numeric
                 move tabl-resto(1:5) to conta-consumo
                 move tabl-resto(6:5) to conta-estoque
              end-if
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
           perform dsp-contas.
      *
       lab-cta-02.
           perform acc-consumo.
           if escape-key = 1
              go to lab-cta-01
           end-if.
           if conta-consumo = 0
              go to lab-cta-02
           end-if.
      *
       lab-cta-03.
           perform acc-estoque.
           if escape-key = 1
              go to lab-cta-02
           end-if.
           if conta-estoque = 0
              go to lab-cta-03
           end-if.
      *
       lab-cta-04.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cta-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-cta-01
           else
              if resposta not = "S"
                 go to lab-cta-04
              end-if
           end-if.
           display tela-limpa-cad.
           move "56" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move ccusto to tabl-codigo(1:3).
           move dccusto to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move conta-consumo to tabl-resto(1:5).
           move conta-estoque to tabl-resto(6:5).
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
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              move "Contas gravadas - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           go to lab-cta-01.
      *
       lab-cta-fim.
           perform rot-close-tabl.
           perform lmp-contas.
           exit.
      *
      ************************
      *                      *
      *  Apropriacao do mes  *
      *                      *
      ************************
      *
       sec-calculo section.
      *
       lab-cal-00.
           if param-prioridade < 8
              move " Apropriacao exige prioridade de supervisor - Tecle
      -       " <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cal-fim
           end-if.
      *
       lab-cal-01.
           perform acc-competencia thru acc-competencia-fim.
           if escape-key = 1
              go to lab-cal-fim
           end-if.
           perform rot-competencia.
           move ap-dias-corr to fc-par-data.
           call "rotfc01" using campo-fecha.
           if fc-par-fechada = "S"
              move " Competencia fechada - apropriacao recusada - Tecle 
      -    "<Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cal-01
           end-if.
           perform rot-open-ce13.
           if erro not = 0
              go to lab-cal-fim
           end-if.
           move ap-mes-idx to ce13-mes.
           move 0 to ce13-ccusto.
           start arqce13 key is not less ce13-chave invalid key
                 move 1 to erro
           end-start.
           if erro = 0
              perform rot-le-prox-ce13
           end-if.
           if erro = 0 and ce13-mes = ap-mes-idx
              move "Consumo da competencia ja apropriado - refaz (S) (N
      -       ") ?" to mensagem
           else
              move "Confirma a apropriacao (S) (N) ?" to mensagem
           end-if.
           move 0 to erro.
      *
       lab-cal-02.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              perform rot-close-ce13
              perform lmp-mes thru lmp-ano
              go to lab-cal-01
           end-if.
           if resposta not = "S"
              go to lab-cal-02
           end-if.
           move "Aguarde - apropriando o consumo" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-cal-fim
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-cal-fim
           end-if.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-cal-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-cal-fim
           end-if.
      *
      *    Reapropriacao: retira os registros da competencia
      *
           move ap-mes-idx to ce13-mes.
           move 0 to ce13-ccusto.
           start arqce13 key is not less ce13-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-cal-04
           end-if.
      *
       lab-cal-03.
           perform rot-le-prox-ce13.
           if erro not = 0
              move 0 to erro
              go to lab-cal-04
           end-if.
           if ce13-mes not = ap-mes-idx
              go to lab-cal-04
           end-if.
           delete arqce13 record invalid key
                  move 0 to erro
           end-delete.
           go to lab-cal-03.
      *
      *    Movimentos do mes pelo produto (chave-1), p/ ler o
      *    custo medio uma vez por produto
      *
       lab-cal-04.
           move zeros to ap-tabela.
           move 0 to tot-movimentos.
           move spaces to produto-ant.
           move low-values to ce03-chave-1.
           start arqce03 key is not less ce03-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-cal-06
           end-if.
      *
       lab-cal-05.
           perform rot-le-prox-ce03.
           if erro not = 0
              move 0 to erro
              go to lab-cal-06
           end-if.
           if ce03-chave = high-values
              go to lab-cal-05
           end-if.
           if ce03-movimento not = 2 and 3
              go to lab-cal-05
           end-if.
           if ce03-nf(1:2) = "EP"
              go to lab-cal-05
           end-if.
           if ce03-ccusto not numeric
              move 0 to ce03-ccusto
           end-if.
           if ce03-movimento = 2 and ce03-ccusto = 0
              go to lab-cal-05
           end-if.
           move ce03-data-mov to data-sec-in.
           perform rot-mes-indice.
           if ap-mes-aux not = ap-mes-idx
              go to lab-cal-05
           end-if.
           perform rot-custo-produto thru rot-custo-produto-fim.
           if ce03-custo numeric and ce03-custo not = 0
              compute valor-mov rounded = ce03-quantidade * ce03-custo
           else
              compute valor-mov rounded =
                      ce03-quantidade * custo-produto
           end-if.
           compute ap-idx = ce03-ccusto + 1.
           if ce03-movimento = 3
              add 1 to ap-qtd-saidas(ap-idx)
              add valor-mov to ap-valor-saidas(ap-idx)
           else
              add 1 to ap-qtd-devol(ap-idx)
              add valor-mov to ap-valor-devol(ap-idx)
           end-if.
           add 1 to tot-movimentos.
           go to lab-cal-05.
      *
      *    Grava e imprime o consumo por centro de custo
      *
       lab-cal-06.
           move 0 to pagina ap-idx tot-saidas tot-devol tot-consumo
                     tot-sem-conta.
           perform rot-cabec.
      *
       lab-cal-07.
           add 1 to ap-idx.
           if ap-idx > 1000
              go to lab-cal-08
           end-if.
           if ap-qtd-saidas(ap-idx) = 0 and ap-qtd-devol(ap-idx) = 0
              go to lab-cal-07
           end-if.
           compute ccusto = ap-idx - 1.
           if ccusto = 0
              move "SEM RATEIO" to dccusto
           else
              perform rot-le-ccusto
              if erro not = 0
                 move "Centro nao cadastrado" to dccusto
              end-if
           end-if.
           perform rot-le-contas.
           move 0 to erro.
           move ap-mes-idx to ce13-mes.
           move ccusto to ce13-ccusto.
           move sele-mes to ce13-comp-mes.
           move sele-ano to ce13-comp-ano.
           move ap-qtd-saidas(ap-idx) to ce13-qtd-saidas.
           move ap-valor-saidas(ap-idx) to ce13-valor-saidas.
           move ap-qtd-devol(ap-idx) to ce13-qtd-devol.
           move ap-valor-devol(ap-idx) to ce13-valor-devol.
           compute ce13-consumo = ce13-valor-saidas - ce13-valor-devol.
           move param-usr to ce13-usuario.
           move param-data to ce13-data.
           write reg-ce13 invalid key
                 rewrite reg-ce13 invalid key
                         move 0 to erro
                 end-rewrite
           end-write.
           if linha > 56
              perform rot-cabec
           end-if.
           move ccusto to cab-lin-ccusto.
           move dccusto to cab-lin-descricao.
           move ce13-qtd-saidas to cab-lin-qtd-saidas.
           move ce13-valor-saidas to cab-lin-saidas.
           move ce13-qtd-devol to cab-lin-qtd-devol.
           move ce13-valor-devol to cab-lin-devol.
           move ce13-consumo to cab-lin-consumo.
           move conta-consumo to cab-lin-deb.
           move conta-estoque to cab-lin-crd.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           if conta-consumo = 0 or conta-estoque = 0
              add 1 to tot-sem-conta
           end-if.
           add ce13-valor-saidas to tot-saidas.
           add ce13-valor-devol to tot-devol.
           add ce13-consumo to tot-consumo.
           go to lab-cal-07.
      *
       lab-cal-08.
           write reg-imp from tracos after 1 line.
           move 0 to cab-lin-ccusto cab-lin-qtd-saidas
                     cab-lin-qtd-devol cab-lin-deb cab-lin-crd.
           move "TOTAL GERAL" to cab-lin-descricao.
           move tot-saidas to cab-lin-saidas.
           move tot-devol to cab-lin-devol.
           move tot-consumo to cab-lin-consumo.
           write reg-imp from cab-lin after 1 line.
           if tot-sem-conta not = 0
              write reg-imp from spaces after 1 line
              write reg-imp from cab-obs after 1 line
           end-if.
           write reg-imp from spaces after page.
           move spaces to mensagem.
           string "Consumo apropriado - " tot-movimentos
                  " movimentos - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-cal-fim.
           perform rot-close-imp.
           perform rot-close-ce03.
           perform rot-close-ce02.
           perform rot-close-ce13.
           perform rot-close-tabl.
           perform lmp-mes thru lmp-ano.
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
       acc-ccusto.
           accept ccusto at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-consumo.
           accept conta-consumo at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-estoque.
           accept conta-estoque at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-competencia.
           move 0 to sele-mes sele-ano.
           perform lmp-mes thru lmp-ano.
      *
       acc-competencia-01.
           accept sele-mes at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-competencia-fim
           end-if.
           if sele-mes = 0 or sele-mes > 12
              go to acc-competencia-01
           end-if.
      *
       acc-competencia-02.
           accept sele-ano at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              perform lmp-ano
              go to acc-competencia-01
           end-if.
      *
       acc-competencia-fim.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-ccusto.
           display dccusto at 1134 with foreground-color 15
                   background-color 01.
      *
       dsp-contas.
           display conta-consumo at 1229 with foreground-color 15
                   background-color 01.
           display conta-estoque at 1329 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-contas.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-mes.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-ano.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
