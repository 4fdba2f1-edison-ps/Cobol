      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGDR01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Declaracao de Receita e Faixas de Contribuicao :           *
      *                                                             *
      *  (F)aixas      - manutencao das faixas de contribuicao      *
      *                  (tabela tipo 36: limite de receita anual,  *
      *                  valor mensal e faixa padrao, no            *
      *                  tabl-resto);                               *
      *  (C)ampanha    - abre a campanha de declaracao de um        *
      *                  exercicio (tabela 37, codigo 00001),       *
      *                  convoca os associados e imprime a relacao; *
      *  (D)eclaracao  - registra a receita declarada do associado  *
      *                  e o enquadra na faixa;                     *
      *  (P)endentes   - relacao dos associados sem declaracao no   *
      *                  exercicio, cobrados pela faixa padrao,     *
      *                  p/ cobranca da declaracao.                 *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgdr01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqdr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is dr01-chave
                  alternate record key is dr01-chave-1 with duplicates
                  file status is dr01-status.
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
       copy fddr01.lib.
      *
       copy fdab01.lib.
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
       01 dr01-status                  pic x(02) value "00".
       01 dr01-stat                    pic x(01) value "F".
      *
       01 nome-arq-dr01.
          02 dr01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 dr01-nome                 pic x(08) value "ARQDR01A".
          02 filler                    pic x(01) value ".".
          02 dr01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGDR01".
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
          02 exercicio                 pic 9(02) value 0.
          02 codigo                    pic 9(05) value 0.
          02 razao-social              pic x(40) value spaces.
          02 receita                   pic 9(13)v9(02) value 0.
          02 receita-ed                pic z(12)9,9(02) value 0.
          02 receita-disp              pic z.zzz.zzz.zzz.zz9,99.
          02 limite                    pic 9(10) value 0.
          02 limite-disp               pic z.zzz.zzz.zz9.
          02 faixa                     pic 9(03) value 0.
          02 dfaixa                    pic x(40) value spaces.
          02 valor-faixa               pic 9(07)v9(02) value 0.
          02 valor-ed                  pic z(06)9,9(02) value 0.
          02 valor-disp                pic z.zzz.zz9,99.
          02 padrao                    pic x(01) value spaces.
      *
      *    Exercicio vigente (tabela 37) e faixa padrao (tabela 36)
      *
       01 exercicio-vig                pic 9(02) value 0.
       01 faixa-padrao                 pic 9(03) value 0.
       01 valor-padrao                 pic 9(07)v9(02) value 0.
      *
      *    Enquadramento: menor limite que cobre a receita; acima
      *    de todos os limites, a faixa de maior limite
      *
       01 receita-inteira              pic 9(13) value 0.
       01 enq-faixa                    pic 9(03) value 0.
       01 enq-limite                   pic 9(10) value 0.
       01 enq-valor                    pic 9(07)v9(02) value 0.
       01 enq-dfaixa                   pic x(40) value spaces.
       01 top-faixa                    pic 9(03) value 0.
       01 top-limite                   pic 9(10) value 0.
       01 top-valor                    pic 9(07)v9(02) value 0.
       01 top-dfaixa                   pic x(40) value spaces.
      *
       01 flag-tabl                    pic x(01) value spaces.
       01 flag-dr01                    pic x(01) value spaces.
       01 tot-convocados               pic 9(05) value 0.
       01 tot-pendentes                pic 9(05) value 0.
       01 tot-lidos                    pic 9(05) value 0.
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
          02 cab-titulo                pic x(40) value spaces.
          02 filler                    pic x(12) value "Exercicio: ".
          02 cab-exercicio             pic 9(02) value 0.
          02 filler                    pic x(06) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(07) value "Codigo".
          02 filler                    pic x(41) value "Razao Social".
          02 filler                    pic x(21) value "Cidade".
          02 filler                    pic x(10) value "Telefone".
          02 filler                    pic x(10) value "Convocado".
          02 filler                    pic x(05) value "Faixa".
      *
       01 cab-lin.
          02 cab-lin-codigo            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-razao             pic x(40) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-cidade            pic x(20) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-telefone          pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-data              pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-faixa             pic 9(03) value 0.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
      *
       01 cab-tot-padrao.
          02 filler                    pic x(30) value
             "Faixa padrao / valor mensal..:".
          02 cab-tot-faixa             pic 9(03) value 0.
          02 filler                    pic x(03) value " - ".
          02 cab-tot-valor             pic z.zzz.zz9,99.
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
          02 line 08 column 44 foreground-color 06 background-color 01
             highlight value "Declaracao de Receita".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (F/C/D/P).....:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Exercicio (aa).......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Associado............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Receita / Limite.....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Faixa................:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Valor mensal.........:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Faixa padrao (S/N)...:".
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
           move 19 to box-lin-f.
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
       rot-open-dr01.
           move 0 to erro.
           if dr01-stat = "F"
              open i-o arqdr01
              if dr01-status = "35"
                 open output arqdr01
                 close arqdr01
                 open i-o arqdr01
              end-if
              if dr01-status not = "00"
                 move
                 " Erro de abertura no ARQDR01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to dr01-stat
              end-if
           end-if.
      *
       rot-close-dr01.
           if dr01-stat = "A"
              close arqdr01
              move "F" to dr01-stat
           end-if.
      *
       rot-le-dr01.
           move 0 to erro.
           read arqdr01 invalid key move 1 to erro.
           if dr01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-dr01
           end-if.
      *
       rot-open-ab01.
           move 0 to erro.
           if ab01-stat = "F"
              open i-o arqab01
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
       rot-le-prox-ab01.
           move 0 to erro.
           read arqab01 next record at end move 1 to erro.
           if ab01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ab01
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
       rot-le-prox-tabl.
           move 0 to erro.
           read arqtabl next record at end move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tabl
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
      *    Exercicio vigente da campanha: tabela 37, codigo 00001,
      *    resto(1:2)
      *
       rot-le-exercicio.
           move 0 to exercicio-vig.
           move "37" to tabl-tipo.
           move "00001" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              if tabl-resto(1:2) numeric
                 move tabl-resto(1:2) to exercicio-vig
              end-if
           end-if.
           move 0 to erro.
      *
      *    Faixas (tipo 36): resto(1:10) limite da receita anual,
      *    resto(11:9) valor mensal 9(07)v99, resto(20:1) "S" na
      *    faixa padrao de quem nao declara
      *
       rot-le-faixa.
           move "36" to tabl-tipo.
           move spaces to tabl-codigo.
           move faixa to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to dfaixa
              if tabl-resto(1:19) numeric
                 move tabl-resto(1:10) to limite
                 move tabl-resto(11:9) to valor-faixa
              else
                 move 0 to limite valor-faixa
              end-if
              move tabl-resto(20:1) to padrao
           end-if.
      *
       rot-le-padrao.
           move 0 to faixa-padrao valor-padrao.
           move "36" to tabl-tipo.
           move low-values to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-le-padrao-fim
           end-if.
      *
       rot-le-padrao-01.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-le-padrao-fim
           end-if.
           if tabl-tipo not = "36"
              go to rot-le-padrao-fim
           end-if.
           if tabl-resto(20:1) not = "S" or
              tabl-resto(11:9) not numeric
              go to rot-le-padrao-01
           end-if.
           move tabl-codigo(1:3) to faixa-padrao.
           move tabl-resto(11:9) to valor-padrao.
      *
       rot-le-padrao-fim.
           exit.
      *
      *    Retira a marca de padrao das outras faixas quando uma
      *    nova faixa e marcada como padrao
      *
       rot-limpa-padrao.
           move "36" to tabl-tipo.
           move low-values to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-limpa-padrao-fim
           end-if.
      *
       rot-limpa-padrao-01.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-limpa-padrao-fim
           end-if.
           if tabl-tipo not = "36"
              go to rot-limpa-padrao-fim
           end-if.
           if tabl-resto(20:1) = "S" and tabl-codigo(1:3) not = faixa
              move spaces to tabl-resto(20:1)
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
              move 0 to erro
           end-if.
           go to rot-limpa-padrao-01.
      *
       rot-limpa-padrao-fim.
           exit.
      *
      *    Enquadra a receita declarada: menor limite >= receita
      *
       rot-enquadra.
           move 0 to enq-faixa enq-limite enq-valor.
           move 0 to top-faixa top-limite top-valor.
           move spaces to enq-dfaixa top-dfaixa.
           move receita to receita-inteira.
           move "36" to tabl-tipo.
           move low-values to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-enquadra-02
           end-if.
      *
       rot-enquadra-01.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-enquadra-02
           end-if.
           if tabl-tipo not = "36"
              go to rot-enquadra-02
           end-if.
           if tabl-resto(1:19) not numeric
              go to rot-enquadra-01
           end-if.
           move tabl-resto(1:10) to limite.
           if limite not < top-limite
              move limite to top-limite
              move tabl-codigo(1:3) to top-faixa
              move tabl-resto(11:9) to top-valor
              move tabl-descricao to top-dfaixa
           end-if.
           if limite < receita-inteira
              go to rot-enquadra-01
           end-if.
           if enq-faixa = 0 or limite < enq-limite
              move limite to enq-limite
              move tabl-codigo(1:3) to enq-faixa
              move tabl-resto(11:9) to enq-valor
              move tabl-descricao to enq-dfaixa
           end-if.
           go to rot-enquadra-01.
      *
       rot-enquadra-02.
           if enq-faixa = 0
              move top-faixa to enq-faixa
              move top-valor to enq-valor
              move top-dfaixa to enq-dfaixa
           end-if.
      *
       rot-enquadra-fim.
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
           if funcao not = "F" and "C" and "D" and "P"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "F"
                         perform sec-faixas
                    when funcao = "C"
                         perform sec-campanha
                    when funcao = "D"
                         perform sec-declaracao
                    when funcao = "P"
                         perform sec-pendentes
           end-evaluate.
           perform lmp-exercicio thru lmp-padrao.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-padrao.
           exit.
      *
      ************************
      *                      *
      *  Faixas              *
      *                      *
      ************************
      *
       sec-faixas section.
      *
       lab-fxa-00.
           if param-prioridade < 8
              move " Faixas exigem prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fxa-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-fxa-fim
           end-if.
      *
       lab-fxa-01.
           move 0 to faixa.
           perform lmp-faixa.
           perform acc-faixa.
           if escape-key = 1
              go to lab-fxa-fim
           end-if.
           if faixa = 0
              go to lab-fxa-01
           end-if.
           move spaces to dfaixa padrao.
           move 0 to limite valor-faixa.
           perform rot-le-faixa.
           if erro = 0
              move "S" to flag-tabl
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
           perform dsp-faixa.
           if flag-tabl = "S"
              move limite to limite-disp
              move valor-faixa to valor-disp
              perform dsp-limite
              perform dsp-valor
           end-if.
      *
       lab-fxa-02.
           perform acc-dfaixa.
           if escape-key = 1
              perform lmp-receita thru lmp-padrao
              go to lab-fxa-01
           end-if.
           if dfaixa = spaces
              go to lab-fxa-02
           end-if.
      *
       lab-fxa-03.
           perform acc-limite.
           if escape-key = 1
              go to lab-fxa-02
           end-if.
           if limite = 0
              go to lab-fxa-03
           end-if.
           move limite to limite-disp.
           perform dsp-limite.
      *
       lab-fxa-04.
           move valor-faixa to valor-ed.
           perform acc-valor.
           if escape-key = 1
              go to lab-fxa-03
           end-if.
           move valor-ed to valor-faixa.
           if valor-faixa = 0
              go to lab-fxa-04
           end-if.
           move valor-faixa to valor-disp.
           perform dsp-valor.
      *
       lab-fxa-05.
           if padrao not = "S"
              move "N" to padrao
           end-if.
           perform acc-padrao.
           if escape-key = 1
              go to lab-fxa-04
           end-if.
           move padrao to txt.
           perform rot-texto.
           move txt to padrao.
           if padrao not = "S" and "N"
              go to lab-fxa-05
           end-if.
      *
       lab-fxa-06.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-fxa-05
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-receita thru lmp-padrao
              go to lab-fxa-01
           else
              if resposta not = "S"
                 go to lab-fxa-06
              end-if
           end-if.
           display tela-limpa-cad.
           if padrao = "S"
              perform rot-limpa-padrao thru rot-limpa-padrao-fim
           end-if.
           move "36" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move faixa to tabl-codigo(1:3).
           move dfaixa to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move limite to tabl-resto(1:10).
           move valor-faixa to tabl-resto(11:9).
           if padrao = "S"
              move "S" to tabl-resto(20:1)
           end-if.
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
              move "Faixa gravada - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           perform lmp-receita thru lmp-padrao.
           go to lab-fxa-01.
      *
       lab-fxa-fim.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Campanha            *
      *                      *
      ************************
      *
       sec-campanha section.
      *
       lab-cmp-00.
           if param-prioridade < 8
              move " Campanha exige prioridade de supervisor - Tecle <En
      -       "ter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cmp-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-cmp-fim
           end-if.
           perform rot-le-padrao thru rot-le-padrao-fim.
           if faixa-padrao = 0
              move " Faixa padrao nao definida (tabela 36) - Tecle <Ente
      -       "r>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cmp-fim
           end-if.
           perform rot-le-exercicio.
      *
       lab-cmp-01.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           if ano-euro = 0
              move 99 to exercicio
           else
              compute exercicio = ano-euro - 1
           end-if.
           perform lmp-exercicio.
           perform acc-exercicio.
           if escape-key = 1
              go to lab-cmp-fim
           end-if.
      *
       lab-cmp-02.
           move spaces to mensagem.
           string "Abrir a campanha do exercicio " exercicio
                  " e convocar (S) (N) ?" delimited by size
                  into mensagem
           end-string.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cmp-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-cmp-fim
           else
              if resposta not = "S"
                 go to lab-cmp-02
              end-if
           end-if.
           display tela-limpa-cad.
      *
      *    Grava o exercicio vigente na tabela 37
      *
           move "37" to tabl-tipo.
           move "00001" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move "S" to flag-tabl
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
           move "37" to tabl-tipo tabl-tipo-1.
           move "00001" to tabl-codigo.
           move "Campanha de declaracao de receita" to tabl-descricao
                tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move exercicio to tabl-resto(1:2).
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
              go to lab-cmp-fim
           end-if.
           perform rot-open-dr01.
           if erro not = 0
              go to lab-cmp-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-cmp-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-cmp-fim
           end-if.
           move "Associados Convocados - Declaracao" to cab-titulo.
           move exercicio to cab-exercicio.
           move 0 to pagina tot-convocados.
           perform rot-cabec.
           move low-values to ab01-chave.
           start arqab01 key is not less ab01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-cmp-04
           end-if.
      *
      *    Convoca quem deve contribuicao (ativo ou suspenso) e
      *    ainda nao tem registro no exercicio
      *
       lab-cmp-03.
           perform rot-le-prox-ab01.
           if erro not = 0
              move 0 to erro
              go to lab-cmp-04
           end-if.
           if ab01-situacao not = 1 and 5
              go to lab-cmp-03
           end-if.
           move exercicio to dr01-exercicio.
           move ab01-codigo to dr01-codigo.
           perform rot-le-dr01.
           if erro = 0
              go to lab-cmp-03
           end-if.
           move 0 to erro.
           move exercicio to dr01-exercicio dr01-exercicio-a.
           move ab01-codigo to dr01-codigo dr01-codigo-a.
           move 0 to dr01-receita dr01-data-decl.
           move faixa-padrao to dr01-faixa.
           move "P" to dr01-situacao.
           move param-data to dr01-data-campanha dr01-data.
           move param-usr to dr01-usuario.
           write reg-dr01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move 0 to erro
              go to lab-cmp-03
           end-if.
           if linha > 55
              perform rot-cabec
           end-if.
           move ab01-codigo to cab-lin-codigo.
           move ab01-razao-social to cab-lin-razao.
           move ab01-cidade to cab-lin-cidade.
           move ab01-telefone(1) to cab-lin-telefone.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-lin-data.
           move faixa-padrao to cab-lin-faixa.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha tot-convocados.
           go to lab-cmp-03.
      *
       lab-cmp-04.
           write reg-imp from tracos after 1 line.
           move "Associados convocados.......:" to cab-tot-texto.
           move tot-convocados to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move spaces to mensagem.
           string "Convocados: " tot-convocados
                  " - Tecle <Enter>" delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-cmp-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-dr01.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Declaracao          *
      *                      *
      ************************
      *
       sec-declaracao section.
      *
       lab-dcl-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-dcl-fim
           end-if.
           perform rot-open-dr01.
           if erro not = 0
              go to lab-dcl-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-dcl-fim
           end-if.
           perform rot-le-exercicio.
      *
       lab-dcl-01.
           move exercicio-vig to exercicio.
           perform lmp-exercicio.
           perform acc-exercicio.
           if escape-key = 1
              go to lab-dcl-fim
           end-if.
      *
       lab-dcl-02.
           move 0 to codigo.
           perform lmp-codigo.
           perform acc-codigo.
           if escape-key = 1
              perform lmp-codigo
              go to lab-dcl-01
           end-if.
           if codigo = 0
              go to lab-dcl-02
           end-if.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-dcl-02
           end-if.
           move ab01-razao-social-a to razao-social.
           perform dsp-codigo.
           move exercicio to dr01-exercicio.
           move codigo to dr01-codigo.
           perform rot-le-dr01.
           if erro = 0
              move "S" to flag-dr01
              if dr01-situacao = "D"
                 move dr01-receita to receita
              else
                 move 0 to receita
              end-if
           else
              move "N" to flag-dr01
              move 0 to receita
           end-if.
           move 0 to erro.
      *
       lab-dcl-03.
           move receita to receita-ed.
           perform acc-receita.
           if escape-key = 1
              perform lmp-receita thru lmp-padrao
              go to lab-dcl-02
           end-if.
           move receita-ed to receita.
           if receita = 0
              go to lab-dcl-03
           end-if.
           move receita to receita-disp.
           perform dsp-receita.
           perform rot-enquadra thru rot-enquadra-fim.
           if enq-faixa = 0
              move " Nenhuma faixa cadastrada (tabela 36) - Tecle <Ente
      -       "r>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-dcl-fim
           end-if.
           move enq-faixa to faixa.
           move enq-dfaixa to dfaixa.
           move enq-valor to valor-faixa valor-disp.
           perform dsp-faixa.
           perform dsp-valor.
      *
       lab-dcl-04.
           move "Gravar a declaracao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-dcl-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-codigo thru lmp-padrao
              go to lab-dcl-02
           else
              if resposta not = "S"
                 go to lab-dcl-04
              end-if
           end-if.
           display tela-limpa-cad.
           if flag-dr01 = "N"
              move 0 to dr01-data-campanha
           end-if.
           move exercicio to dr01-exercicio dr01-exercicio-a.
           move codigo to dr01-codigo dr01-codigo-a.
           move receita to dr01-receita.
           move faixa to dr01-faixa.
           move "D" to dr01-situacao.
           move param-data to dr01-data-decl dr01-data.
           move param-usr to dr01-usuario.
           if flag-dr01 = "S"
              rewrite reg-dr01 invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-dr01 invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move " Erro de gravacao - ARQDR01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              move "Declaracao gravada - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           perform lmp-codigo thru lmp-padrao.
           go to lab-dcl-02.
      *
       lab-dcl-fim.
           perform rot-close-ab01.
           perform rot-close-dr01.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Pendentes           *
      *                      *
      ************************
      *
       sec-pendentes section.
      *
       lab-pen-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-pen-fim
           end-if.
           perform rot-le-exercicio.
           perform rot-le-padrao thru rot-le-padrao-fim.
      *
       lab-pen-01.
           move exercicio-vig to exercicio.
           perform lmp-exercicio.
           perform acc-exercicio.
           if escape-key = 1
              go to lab-pen-fim
           end-if.
           perform rot-open-dr01.
           if erro not = 0
              go to lab-pen-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-pen-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-pen-fim
           end-if.
           move "Associados sem Declaracao de Receita" to cab-titulo.
           move exercicio to cab-exercicio.
           move 0 to pagina tot-pendentes tot-lidos.
           perform rot-cabec.
           move low-values to ab01-chave.
           start arqab01 key is not less ab01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-pen-03
           end-if.
      *
       lab-pen-02.
           perform rot-le-prox-ab01.
           if erro not = 0
              move 0 to erro
              go to lab-pen-03
           end-if.
           if ab01-situacao not = 1 and 5
              go to lab-pen-02
           end-if.
           add 1 to tot-lidos.
           move exercicio to dr01-exercicio.
           move ab01-codigo to dr01-codigo.
           perform rot-le-dr01.
           if erro = 0
              if dr01-situacao = "D"
                 go to lab-pen-02
              end-if
              move dr01-data-campanha to dias-corr
           else
              move 0 to dias-corr
           end-if.
           move 0 to erro.
           if linha > 55
              perform rot-cabec
           end-if.
           if dias-corr = 0
              move "  --" to cab-lin-data
           else
              move 1 to opcao-data
              perform rot-data
              move data-disp to cab-lin-data
           end-if.
           move ab01-codigo to cab-lin-codigo.
           move ab01-razao-social to cab-lin-razao.
           move ab01-cidade to cab-lin-cidade.
           move ab01-telefone(1) to cab-lin-telefone.
           move faixa-padrao to cab-lin-faixa.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha tot-pendentes.
           go to lab-pen-02.
      *
       lab-pen-03.
           write reg-imp from tracos after 1 line.
           move "Associados contribuintes.....:" to cab-tot-texto.
           move tot-lidos to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Sem declaracao no exercicio..:" to cab-tot-texto.
           move tot-pendentes to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move faixa-padrao to cab-tot-faixa.
           move valor-padrao to cab-tot-valor.
           write reg-imp from cab-tot-padrao after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-pen-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-dr01.
           perform rot-close-tabl.
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
           accept funcao at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-exercicio.
           accept exercicio at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-receita.
           accept receita-ed at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-limite.
           accept limite at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-faixa.
           accept faixa at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dfaixa.
           accept dfaixa at 1434 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept valor-ed at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-padrao.
           accept padrao at 1629 with auto update prompt
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
       dsp-codigo.
           display razao-social at 1236 with foreground-color 15
                   background-color 01.
      *
       dsp-receita.
           display receita-disp at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-limite.
           display limite-disp at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-faixa.
           display faixa at 1429 with foreground-color 15
                   background-color 01.
           display dfaixa at 1434 with foreground-color 15
                   background-color 01.
      *
       dsp-valor.
           display valor-disp at 1529 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-exercicio.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-receita.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-faixa.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-padrao.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
