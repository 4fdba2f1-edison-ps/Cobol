      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGIS01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Isencao de Mensalidade :                                   *
      *                                                             *
      *  (I)nclusao    - cadastra a isencao do associado (tipo,     *
      *                  percentual, periodo e base legal), que     *
      *                  fica pendente de aprovacao;                *
      *  (A)provacao   - aprova a isencao pendente; o aprovador     *
      *                  deve ser supervisor e nao pode ser quem    *
      *                  a cadastrou;                               *
      *  (C)ancelamento- cancela a isencao;                         *
      *  (R)elacao     - 1 isencoes vigentes, 2 isencoes que        *
      *                  vencem nos proximos 60 dias, 3 receita     *
      *                  dispensada por mes de competencia.         *
      *                                                             *
      *  A isencao aprovada e aplicada pela rotis01 no calculo da   *
      *  mensalidade (qgft01) e nos calculos diversos (pgft03).     *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgis01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqis01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is is01-chave
                  file status is is01-status.
      *
           select arqis02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is is02-chave
                  file status is is02-status.
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
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdis01.lib.
      *
       copy fdis02.lib.
      *
       copy fdab01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 is01-status                  pic x(02) value "00".
       01 is01-stat                    pic x(01) value "F".
      *
       01 nome-arq-is01.
          02 is01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 is01-nome                 pic x(08) value "ARQIS01A".
          02 filler                    pic x(01) value ".".
          02 is01-ext                  pic x(03) value "DAT".
      *
       01 is02-status                  pic x(02) value "00".
       01 is02-stat                    pic x(01) value "F".
      *
       01 nome-arq-is02.
          02 is02-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 is02-nome                 pic x(08) value "ARQIS02A".
          02 filler                    pic x(01) value ".".
          02 is02-ext                  pic x(03) value "DAT".
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
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGIS01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(116) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 razao-social              pic x(38) value spaces.
          02 seq                       pic 9(03) value 0.
          02 tipo                      pic x(01) value spaces.
          02 dtipo                     pic x(12) value spaces.
          02 percentual                pic 9(03)v9(02) value 0.
          02 percentual-ed             pic zz9,9(02) value 0.
          02 percentual-disp           pic zz9,99.
          02 inicio                    pic 9(06) value 0.
          02 inicio-disp               pic x(08) value spaces.
          02 fim                       pic 9(06) value 0.
          02 fim-disp                  pic x(08) value spaces.
          02 base-legal                pic x(40) value spaces.
          02 dsituacao                 pic x(30) value spaces.
          02 relacao                   pic 9(01) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
      *    Datas do periodo em dias corridos; p/ comparar, com a
      *    janela de seculo (rot-data-sec). Vencendo: fim da
      *    isencao ate 60 dias (dois meses comerciais) da data
      *    do sistema
      *
       01 inicio-corr                  pic 9(06) value 0.
       01 fim-corr                     pic 9(06) value 0.
       01 inicio-sec                   pic 9(06) value 0.
       01 fim-sec                      pic 9(06) value 0.
       01 hoje-sec                     pic 9(06) value 0.
       01 limite-sec                   pic 9(06) value 0.
       01 dias-aviso                   pic 9(03) value 60.
      *
       01 tot-isencoes                 pic 9(05) value 0.
      *
      *    Quebra por mes de competencia da receita dispensada
      *
       01 mes-ant                      pic 9(05) value 0.
       01 ano-mes                      pic 9(03) value 0.
       01 ano-mes-aa                   pic 9(02) value 0.
       01 ano-mes-sec                  pic 9(03) value 0.
       01 mes-mm                       pic 9(02) value 0.
       01 qtd-mes                      pic 9(05) value 0.
       01 cheio-mes                    pic 9(11)v9(02) value 0.
       01 isento-mes                   pic 9(11)v9(02) value 0.
       01 qtd-geral                    pic 9(05) value 0.
       01 cheio-geral                  pic 9(11)v9(02) value 0.
       01 isento-geral                 pic 9(11)v9(02) value 0.
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
          02 cab-prog-titulo           pic x(60) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(07) value "Codigo".
          02 filler                    pic x(31) value "Razao Social".
          02 filler                    pic x(05) value "Seq".
          02 filler                    pic x(13) value "Tipo".
          02 filler                    pic x(08) value "  Isen%".
          02 filler                    pic x(10) value "Inicio".
          02 filler                    pic x(10) value "Fim".
          02 filler                    pic x(31) value "Base legal".
          02 filler                    pic x(10) value "Aprovador".
      *
       01 cab-lin.
          02 cab-lin-codigo            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-razao             pic x(30) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-seq               pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-tipo              pic x(12) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-percentual        pic zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-inicio            pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-fim               pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-base              pic x(30) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-aprovador         pic x(10) value spaces.
      *
       01 cab-tit-3.
          02 filler                    pic x(14) value "Competencia".
          02 filler                    pic x(10) value "  Titulos".
          02 filler                    pic x(20) value
             "         Valor Cheio".
          02 filler                    pic x(20) value
             "    Valor Dispensado".
      *
       01 cab-lin-3.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-3-mm              pic 9(02) value 0.
          02 filler                    pic x(01) value "/".
          02 cab-lin-3-aa              pic 9(02) value 0.
          02 filler                    pic x(06) value spaces.
          02 cab-lin-3-qtd             pic zzzz9.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-3-cheio           pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-3-isento          pic zz.zzz.zzz.zz9,99.
      *
       01 cab-tot-3.
          02 filler                    pic x(14) value "Total".
          02 filler                    pic x(01) value spaces.
          02 cab-tot-3-qtd             pic zzzz9.
          02 filler                    pic x(03) value spaces.
          02 cab-tot-3-cheio           pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-tot-3-isento          pic zz.zzz.zzz.zz9,99.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
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
          02 line 07 column 45 foreground-color 06 background-color 01
             highlight value "Isencao de Mensalidade".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (I/A/C/R).....:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Associado............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Sequencia............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Tipo (H/D/P).........:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Percentual isento....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Inicio...............:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Fim..................:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Base legal...........:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Situacao.............:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Relacao (1/2/3)......:".
      *
       01 tela-02.
          02 line 20 column 05 foreground-color 07 background-color 01
             highlight value
             "1-Vigentes  2-Vencendo em 60 dias  3-Dispensado por mes".
      *
       01 tela-limpa-02.
          02 line 20 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
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
       rot-open-is01.
           move 0 to erro.
           if is01-stat = "F"
              open i-o arqis01
              if is01-status = "35"
                 open output arqis01
                 close arqis01
                 open i-o arqis01
              end-if
              if is01-status not = "00"
                 move
                 " Erro de abertura no ARQIS01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to is01-stat
              end-if
           end-if.
      *
       rot-close-is01.
           if is01-stat = "A"
              close arqis01
              move "F" to is01-stat
           end-if.
      *
       rot-le-is01.
           move 0 to erro.
           read arqis01 invalid key move 1 to erro.
           if is01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-is01
           end-if.
      *
       rot-le-prox-is01.
           move 0 to erro.
           read arqis01 next record at end move 1 to erro.
           if is01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-is01
           end-if.
      *
       rot-open-is02.
           move 0 to erro.
           if is02-stat = "F"
              open i-o arqis02
              if is02-status = "35"
                 open output arqis02
                 close arqis02
                 open i-o arqis02
              end-if
              if is02-status not = "00"
                 move
                 " Erro de abertura no ARQIS02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to is02-stat
              end-if
           end-if.
      *
       rot-close-is02.
           if is02-stat = "A"
              close arqis02
              move "F" to is02-stat
           end-if.
      *
       rot-le-prox-is02.
           move 0 to erro.
           read arqis02 next record at end move 1 to erro.
           if is02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-is02
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
           if relacao = 3
              write reg-imp from cab-tit-3 after 1 line
           else
              write reg-imp from cab-tit after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
      *
      *    Associado (codigo) da isencao
      *
       rot-le-associado.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move ab01-razao-social to razao-social
           else
              move spaces to razao-social
           end-if.
      *
       rot-descr-tipo.
           evaluate tipo
                    when "H"
                         move "Honorario" to dtipo
                    when "D"
                         move "Dificuldade" to dtipo
                    when "P"
                         move "Promocional" to dtipo
                    when other
                         move spaces to dtipo
           end-evaluate.
      *
       rot-descr-situacao.
           move spaces to dsituacao.
           evaluate is01-situacao
                    when "P"
                         move "Pendente de aprovacao" to dsituacao
                    when "A"
                         string "Aprovada por " is01-aprovador
                                delimited by size into dsituacao
                         end-string
                    when "C"
                         string "Cancelada por " is01-aprovador
                                delimited by size into dsituacao
                         end-string
           end-evaluate.
      *
      *    Mostra a isencao lida (is01)
      *
       rot-mostra-is01.
           move is01-tipo to tipo.
           perform rot-descr-tipo.
           move is01-percentual to percentual.
           move is01-inicio to inicio-corr dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to inicio-disp.
           move is01-fim to fim-corr dias-corr.
           perform rot-data.
           move data-disp to fim-disp.
           move is01-base-legal to base-legal.
           perform rot-descr-situacao.
           perform dsp-tipo thru dsp-situacao.
      *
      *    Proxima sequencia de isencao do associado
      *
       rot-prox-seq.
           move 0 to seq.
           move codigo to is01-codigo.
           move 0 to is01-seq.
           move 0 to erro.
           start arqis01 key is not less is01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              go to rot-prox-seq-fim
           end-if.
      *
       rot-prox-seq-01.
           perform rot-le-prox-is01.
           if erro not = 0
              go to rot-prox-seq-fim
           end-if.
           if is01-codigo not = codigo
              go to rot-prox-seq-fim
           end-if.
           move is01-seq to seq.
           go to rot-prox-seq-01.
      *
       rot-prox-seq-fim.
           add 1 to seq.
           move 0 to erro.
           exit.
      *
      *    Le a isencao (associado + sequencia) p/ aprovacao ou
      *    cancelamento
      *
       rot-busca-is01.
           move codigo to is01-codigo.
           move seq to is01-seq.
           perform rot-le-is01.
           if erro not = 0
              move " Isencao nao cadastrada - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              perform rot-mostra-is01
           end-if.
      *
       rot-regrava-is01.
           rewrite reg-is01 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move " Erro de regravacao - ARQIS01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              perform rot-descr-situacao
              perform dsp-situacao
              move "Isencao atualizada - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
      *
       rot-erro-supervisor.
           move " Funcao exige prioridade de supervisor - Tecle <Enter>"
                to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
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
           if funcao not = "I" and "A" and "C" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "I"
                         perform sec-inclusao
                    when funcao = "A"
                         perform sec-aprovacao
                    when funcao = "C"
                         perform sec-cancelamento
                    when funcao = "R"
                         perform sec-relacao
           end-evaluate.
           perform lmp-codigo thru lmp-relacao.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-relacao.
           exit.
      *
      ************************
      *                      *
      *  Inclusao            *
      *                      *
      ************************
      *
       sec-inclusao section.
      *
       lab-inc-00.
           perform rot-open-is01.
           if erro not = 0
              go to lab-inc-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-inc-fim
           end-if.
      *
       lab-inc-01.
           move 0 to codigo.
           perform lmp-codigo thru lmp-situacao.
           perform acc-codigo.
           if escape-key = 1
              go to lab-inc-fim
           end-if.
           if codigo = 0
              go to lab-inc-01
           end-if.
           perform rot-le-associado.
           if erro not = 0
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-01
           end-if.
           perform dsp-codigo.
           perform rot-prox-seq thru rot-prox-seq-fim.
           perform dsp-seq.
           move spaces to tipo base-legal.
           move 0 to percentual inicio fim.
      *
       lab-inc-02.
           perform acc-tipo.
           if escape-key = 1
              go to lab-inc-01
           end-if.
           move tipo to txt.
           perform rot-texto.
           move txt to tipo.
           perform rot-descr-tipo.
           if dtipo = spaces
              go to lab-inc-02
           end-if.
           perform dsp-tipo.
      *
       lab-inc-03.
           move percentual to percentual-ed.
           perform acc-percentual.
           if escape-key = 1
              go to lab-inc-02
           end-if.
           move percentual-ed to percentual.
           if percentual = 0 or percentual > 100
              move " Percentual de 0,01 a 100,00 - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-03
           end-if.
           perform dsp-percentual.
      *
       lab-inc-04.
           perform lmp-inicio.
           perform acc-inicio.
           if escape-key = 1
              go to lab-inc-03
           end-if.
           move inicio to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-inc-04
           end-if.
           move data-disp to inicio-disp.
           move dias-corr to inicio-corr.
           perform dsp-inicio.
      *
       lab-inc-05.
           perform lmp-fim.
           perform acc-fim.
           if escape-key = 1
              go to lab-inc-04
           end-if.
           move fim to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-inc-05
           end-if.
           move data-disp to fim-disp.
           move dias-corr to fim-corr.
           move inicio-corr to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to inicio-sec.
           move fim-corr to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to fim-sec.
           if fim-sec < inicio-sec
              move " Fim anterior ao inicio - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-05
           end-if.
           perform dsp-fim.
      *
       lab-inc-06.
           perform acc-base-legal.
           if escape-key = 1
              go to lab-inc-05
           end-if.
           if base-legal = spaces
              go to lab-inc-06
           end-if.
      *
       lab-inc-07.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-inc-06
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-inc-01
           else
              if resposta not = "S"
                 go to lab-inc-07
              end-if
           end-if.
           display tela-limpa-cad.
           move codigo to is01-codigo.
           move seq to is01-seq.
           move tipo to is01-tipo.
           move percentual to is01-percentual.
           move inicio-corr to is01-inicio.
           move fim-corr to is01-fim.
           move base-legal to is01-base-legal.
           move "P" to is01-situacao.
           move spaces to is01-aprovador.
           move 0 to is01-data-aprov.
           move param-usr to is01-usuario.
           move param-data to is01-data.
           write reg-is01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move " Erro de gravacao - ARQIS01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              perform rot-descr-situacao
              perform dsp-situacao
              move "Isencao gravada - pendente de aprovacao - Tecle <En
      -       "ter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           go to lab-inc-01.
      *
       lab-inc-fim.
           perform rot-close-ab01.
           perform rot-close-is01.
           exit.
      *
      ************************
      *                      *
      *  Aprovacao           *
      *                      *
      ************************
      *
       sec-aprovacao section.
      *
       lab-apr-00.
           if param-prioridade < 8
              perform rot-erro-supervisor
              go to lab-apr-fim
           end-if.
           perform rot-open-is01.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-apr-fim
           end-if.
      *
       lab-apr-01.
           move 0 to codigo.
           perform lmp-codigo thru lmp-situacao.
           perform acc-codigo.
           if escape-key = 1
              go to lab-apr-fim
           end-if.
           if codigo = 0
              go to lab-apr-01
           end-if.
           perform rot-le-associado.
           move 0 to erro.
           perform dsp-codigo.
           move 0 to seq.
      *
       lab-apr-02.
           perform acc-seq.
           if escape-key = 1
              go to lab-apr-01
           end-if.
           perform rot-busca-is01.
           if erro not = 0
              go to lab-apr-02
           end-if.
           if is01-situacao not = "P"
              move " Isencao nao esta pendente - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-01
           end-if.
           if is01-usuario = param-usr
              move " Quem cadastrou a isencao nao pode aprova-la - Tecl
      -       "e <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-01
           end-if.
      *
       lab-apr-03.
           move "Aprova a isencao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-apr-01
           end-if.
           if resposta not = "S"
              go to lab-apr-03
           end-if.
           display tela-limpa-cad.
           move "A" to is01-situacao.
           move param-usr to is01-aprovador.
           move param-data to is01-data-aprov.
           perform rot-regrava-is01.
           go to lab-apr-01.
      *
       lab-apr-fim.
           perform rot-close-ab01.
           perform rot-close-is01.
           exit.
      *
      ************************
      *                      *
      *  Cancelamento        *
      *                      *
      ************************
      *
       sec-cancelamento section.
      *
       lab-can-00.
           if param-prioridade < 8
              perform rot-erro-supervisor
              go to lab-can-fim
           end-if.
           perform rot-open-is01.
           if erro not = 0
              go to lab-can-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-can-fim
           end-if.
      *
       lab-can-01.
           move 0 to codigo.
           perform lmp-codigo thru lmp-situacao.
           perform acc-codigo.
           if escape-key = 1
              go to lab-can-fim
           end-if.
           if codigo = 0
              go to lab-can-01
           end-if.
           perform rot-le-associado.
           move 0 to erro.
           perform dsp-codigo.
           move 0 to seq.
      *
       lab-can-02.
           perform acc-seq.
           if escape-key = 1
              go to lab-can-01
           end-if.
           perform rot-busca-is01.
           if erro not = 0
              go to lab-can-02
           end-if.
           if is01-situacao = "C"
              move " Isencao ja cancelada - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-can-01
           end-if.
      *
       lab-can-03.
           move "Cancela a isencao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-can-01
           end-if.
           if resposta not = "S"
              go to lab-can-03
           end-if.
           display tela-limpa-cad.
           move "C" to is01-situacao.
           move param-usr to is01-aprovador.
           move param-data to is01-data-aprov.
           perform rot-regrava-is01.
           go to lab-can-01.
      *
       lab-can-fim.
           perform rot-close-ab01.
           perform rot-close-is01.
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
           display tela-02.
           move 0 to relacao.
           perform acc-relacao.
           display tela-limpa-02.
           if escape-key = 1
              go to lab-rel-fim
           end-if.
           if relacao not = 1 and 2 and 3
              go to lab-rel-00
           end-if.
           perform dsp-relacao.
           move param-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to hoje-sec.
           compute limite-sec = hoje-sec + dias-aviso.
           move 0 to pagina tot-isencoes.
           if relacao = 3
              perform sec-relacao-mes
              go to lab-rel-fim
           end-if.
           if relacao = 1
              move "Isencoes de Mensalidade Vigentes" to
                   cab-prog-titulo
           else
              move "Isencoes de Mensalidade que Vencem em 60 Dias" to
                   cab-prog-titulo
           end-if.
           perform rot-open-is01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-cabec.
           move low-values to is01-chave.
           start arqis01 key is not less is01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
      *
       lab-rel-01.
           perform rot-le-prox-is01.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
           if is01-situacao not = "A"
              go to lab-rel-01
           end-if.
           move is01-inicio to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to inicio-sec.
           move is01-fim to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to fim-sec.
           if hoje-sec < inicio-sec or hoje-sec > fim-sec
              go to lab-rel-01
           end-if.
           if relacao = 2 and fim-sec > limite-sec
              go to lab-rel-01
           end-if.
           if linha > 55
              perform rot-cabec
           end-if.
           move is01-codigo to codigo cab-lin-codigo.
           perform rot-le-associado.
           move 0 to erro.
           move razao-social to cab-lin-razao.
           move is01-seq to cab-lin-seq.
           move is01-tipo to tipo.
           perform rot-descr-tipo.
           move dtipo to cab-lin-tipo.
           move is01-percentual to cab-lin-percentual.
           move is01-inicio to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-lin-inicio.
           move is01-fim to dias-corr.
           perform rot-data.
           move data-disp to cab-lin-fim.
           move is01-base-legal to cab-lin-base.
           move is01-aprovador to cab-lin-aprovador.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha tot-isencoes.
           go to lab-rel-01.
      *
       lab-rel-02.
           write reg-imp from tracos after 1 line.
           move "Isencoes relacionadas........:" to cab-tot-texto.
           move tot-isencoes to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-is01.
           exit.
      *
      *    Receita dispensada por mes de competencia (ARQIS02,
      *    em ordem de mes)
      *
       sec-relacao-mes section.
      *
       lab-rme-00.
           move "Receita de Mensalidade Dispensada por Isencao" to
                cab-prog-titulo.
           perform rot-open-is02.
           if erro not = 0
              go to lab-rme-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rme-fim
           end-if.
           perform rot-cabec.
           move 0 to mes-ant qtd-mes cheio-mes isento-mes
                     qtd-geral cheio-geral isento-geral.
           move low-values to is02-chave.
           start arqis02 key is not less is02-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rme-02
           end-if.
      *
       lab-rme-01.
           perform rot-le-prox-is02.
           if erro not = 0
              move 0 to erro
              go to lab-rme-02
           end-if.
           if is02-mes not = mes-ant
              if mes-ant not = 0
                 perform rot-imprime-mes
              end-if
              move is02-mes to mes-ant
           end-if.
           add 1 to qtd-mes.
           add is02-valor-cheio to cheio-mes.
           add is02-valor-isento to isento-mes.
           go to lab-rme-01.
      *
       lab-rme-02.
           if mes-ant not = 0
              perform rot-imprime-mes
           end-if.
           write reg-imp from tracos after 1 line.
           move qtd-geral to cab-tot-3-qtd.
           move cheio-geral to cab-tot-3-cheio.
           move isento-geral to cab-tot-3-isento.
           write reg-imp from cab-tot-3 after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rme-fim.
           perform rot-close-imp.
           perform rot-close-is02.
           exit.
      *
      *    Linha do mes: o indice corrido e ano * 12 + mes
      *
       rot-imprime-mes.
           if linha > 55
              perform rot-cabec
           end-if.
           compute ano-mes = (mes-ant - 1) / 12.
           compute mes-mm = mes-ant - (ano-mes * 12).
           divide ano-mes by 100 giving ano-mes-sec
                  remainder ano-mes-aa.
           move mes-mm to cab-lin-3-mm.
           move ano-mes-aa to cab-lin-3-aa.
           move qtd-mes to cab-lin-3-qtd.
           move cheio-mes to cab-lin-3-cheio.
           move isento-mes to cab-lin-3-isento.
           write reg-imp from cab-lin-3 after 1 line.
           add 1 to linha.
           add qtd-mes to qtd-geral.
           add cheio-mes to cheio-geral.
           add isento-mes to isento-geral.
           move 0 to qtd-mes cheio-mes isento-mes.
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
           accept funcao at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-seq.
           accept seq at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-tipo.
           accept tipo at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-percentual.
           accept percentual-ed at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-inicio.
           accept inicio at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fim.
           accept fim at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-base-legal.
           accept base-legal at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-relacao.
           accept relacao at 1829 with auto update prompt
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
       dsp-codigo.
           display codigo at 1029 with foreground-color 15
                   background-color 01.
           display razao-social at 1035 with foreground-color 15
                   background-color 01.
      *
       dsp-seq.
           display seq at 1129 with foreground-color 15
                   background-color 01.
      *
       dsp-tipo.
           display tipo at 1229 with foreground-color 15
                   background-color 01.
           display dtipo at 1232 with foreground-color 15
                   background-color 01.
      *
       dsp-percentual.
           move percentual to percentual-disp.
           display percentual-disp at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-inicio.
           display inicio-disp at 1429 with foreground-color 15
                   background-color 01.
      *
       dsp-fim.
           display fim-disp at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-base-legal.
           display base-legal at 1629 with foreground-color 15
                   background-color 01.
      *
       dsp-situacao.
           display dsituacao at 1729 with foreground-color 15
                   background-color 01.
      *
       dsp-relacao.
           display relacao at 1829 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-seq.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-tipo.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-percentual.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-inicio.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-fim.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-base-legal.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-relacao.
           display limpa-10 at 1829 with foreground-color 15
                   background-color 01.
