      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGLC01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Limite de Credito e Caucao das Consorciadas do Balcao :    *
      *                                                             *
      *  (C)adastro     - limite de credito da consorciada e a      *
      *                   garantia que o lastreia (fianca bancaria, *
      *                   deposito caucao ou seguro garantia), com  *
      *                   valor e vencimento. Mostra a posicao:     *
      *                   titulos em aberto no ARQRC01 mais TKTs    *
      *                   nao faturados (ARQAB05) contra o limite.  *
      *                   A inclusao do TKT (pgab0a) bloqueia a     *
      *                   emissao acima do limite, salvo liberacao  *
      *                   do supervisor;                            *
      *  (V)encimentos  - relatorio das garantias vencidas ou a     *
      *                   vencer no prazo informado.                *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pglc01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqlc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is lc01-chave
                  file status is lc01-status.
      *
           select arqab02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab02-chave
                  alternate record key is ab02-chave-1 with duplicates
                  file status is ab02-status.
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
           select arqab05 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab05-chave
                  alternate record key is ab05-chave-1 with duplicates
                  alternate record key is ab05-chave-2 with duplicates
                  alternate record key is ab05-chave-3 with duplicates
                  alternate record key is ab05-chave-4 with duplicates
                  alternate record key is ab05-chave-5 with duplicates
                  alternate record key is ab05-chave-6 with duplicates
                  alternate record key is ab05-chave-7 with duplicates
                  alternate record key is ab05-chave-8 with duplicates
                  alternate record key is ab05-chave-9 with duplicates
                  alternate record key is ab05-chave-10 with duplicates
                  file status is ab05-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdlc01.lib.
      *
       copy fdab02.lib.
      *
       copy fdrc01.lib.
      *
       copy fdab05.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 lc01-status                  pic x(02) value "00".
       01 lc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-lc01.
          02 lc01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 lc01-nome                 pic x(08) value "ARQLC01A".
          02 filler                    pic x(01) value ".".
          02 lc01-ext                  pic x(03) value "DAT".
      *
       01 ab02-status                  pic x(02) value "00".
       01 ab02-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab02.
          02 ab02-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ab02-nome                 pic x(08) value "ARQAB02A".
          02 filler                    pic x(01) value ".".
          02 ab02-ext                  pic x(03) value "DAT".
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
       01 ab05-status                  pic x(02) value "00".
       01 ab05-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab05.
          02 ab05-dir                  pic x(03) value "AB3".
          02 filler                    pic x(01) value "\".
          02 ab05-nome                 pic x(08) value "ARQAB05A".
          02 filler                    pic x(01) value ".".
          02 ab05-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGLC01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 razao                     pic x(40) value spaces.
          02 limite-aux                pic z(10)9,9(02) value 0.
          02 garantia                  pic x(01) value spaces.
          02 desc-garantia             pic x(16) value spaces.
          02 valor-gar-aux             pic z(10)9,9(02) value 0.
          02 emissor                   pic x(30) value spaces.
          02 documento                 pic x(15) value spaces.
          02 vencimento                pic 9(06) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 saldo-disp                pic -z.zzz.zzz.zz9,99.
          02 prazo                     pic 9(03) value 0.
      *
       01 limite                       pic 9(11)v9(02) value 0.
       01 valor-gar                    pic 9(11)v9(02) value 0.
       01 tot-titulos                  pic 9(11)v9(02) value 0.
       01 tot-tkts                     pic 9(11)v9(02) value 0.
       01 saldo                        pic s9(11)v9(02) value 0.
       01 existe                       pic x(01) value "N".
       01 hoje-sec                     pic 9(06) value 0.
       01 venc-sec                     pic 9(06) value 0.
       01 dias-venc                    pic s9(05) value 0.
      *
       01 tot-qtd                      pic 9(05) value 0.
       01 tot-vencidas                 pic 9(05) value 0.
       01 tot-garantias                pic 9(11)v9(02) value 0.
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
          02 filler                    pic x(34) value
          "Garantias a vencer ate ".
          02 cab-limite-venc           pic x(08) value spaces.
          02 filler                    pic x(08) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(06) value "Cod.".
          02 filler                    pic x(26) value "Consorciada".
          02 filler                    pic x(09) value "Garantia".
          02 filler                    pic x(16) value "Documento".
          02 filler                    pic x(09) value "Vencto.".
          02 filler                    pic x(06) value " Dias".
          02 filler                    pic x(18) value
             "  Valor garantia".
          02 filler                    pic x(18) value
             "          Limite".
          02 filler                    pic x(17) value
             "       Em aberto".
      *
       01 cab-lin.
          02 cab-lin-codigo            pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-razao             pic x(25) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-garantia          pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-documento         pic x(15) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-vencto            pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-dias              pic -zzz9 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-valor             pic zz.zzz.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-limite            pic zz.zzz.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-aberto            pic zz.zzz.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-obs               pic x(07) value spaces.
      *
       01 cab-res.
          02 cab-res-txt               pic x(38) value spaces.
          02 cab-res-valor             pic zz.zzz.zzz.zz9,99.
      *
       01 cab-res-qtd.
          02 cab-res-qtd-txt           pic x(38) value spaces.
          02 cab-res-qtd-num           pic zzzz9 value 0.
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
          02 line 07 column 41 foreground-color 06 background-color 01
             highlight value "Limite de Credito / Caucao".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/V).........:".
      *
       01 tela-cadastro.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Consorciada..........:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Limite de credito....:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Garantia (F/D/S).....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Valor da garantia....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Banco / seguradora...:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Documento............:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Vencimento...........:".
          02 line 16 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Titulos em aberto....:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "TKTs nao faturados...:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Saldo do limite......:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Ultima liberacao.....:".
      *
       01 tela-vencimentos.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Vencendo em ate (dias):".
          02 line 10 column 35 foreground-color 06 background-color 01
             highlight value "vencidas saem sempre".
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
       rot-open-lc01.
           move 0 to erro.
           if lc01-stat = "F"
              open i-o arqlc01
              if lc01-status = "35"
                 open output arqlc01
                 close arqlc01
                 open i-o arqlc01
              end-if
              if lc01-status not = "00"
                 move
                 " Erro de abertura no ARQLC01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to lc01-stat
              end-if
           end-if.
      *
       rot-close-lc01.
           if lc01-stat = "A"
              close arqlc01
              move "F" to lc01-stat
           end-if.
      *
       rot-le-lc01.
           move 0 to erro.
           read arqlc01 invalid key move 1 to erro.
           if lc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-lc01
           end-if.
      *
       rot-le-prox-lc01.
           move 0 to erro.
           read arqlc01 next record at end move 1 to erro.
           if lc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-lc01
           end-if.
      *
       rot-open-ab02.
           move 0 to erro.
           if ab02-stat = "F"
              open input arqab02
              if ab02-status not = "00"
                 move
                 " Erro de abertura no ARQAB02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ab02-stat
              end-if
           end-if.
      *
       rot-close-ab02.
           if ab02-stat = "A"
              close arqab02
              move "F" to ab02-stat
           end-if.
      *
       rot-le-ab02.
           move 0 to erro.
           read arqab02 invalid key move 1 to erro.
           if ab02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ab02
           end-if.
      *
      *    Contas a receber e TKTs sao opcionais: sem eles a
      *    posicao sai zerada
      *
       rot-open-rc01.
           move 0 to erro.
           if rc01-stat = "F"
              open input arqrc01
              if rc01-status = "00"
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
       rot-open-ab05.
           move 0 to erro.
           if ab05-stat = "F"
              open input arqab05
              if ab05-status = "00"
                 move "A" to ab05-stat
              end-if
           end-if.
      *
       rot-close-ab05.
           if ab05-stat = "A"
              close arqab05
              move "F" to ab05-stat
           end-if.
      *
       rot-le-prox-ab05.
           move 0 to erro.
           read arqab05 next record at end move 1 to erro.
           if ab05-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ab05
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
           add 1 to pagina.
           move pagina to cab-pagina.
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
           move 6 to linha.
      *
       rot-desc-garantia.
           evaluate garantia
                    when "F" move "FIANCA BANCARIA" to desc-garantia
                    when "D" move "DEPOSITO CAUCAO" to desc-garantia
                    when "S" move "SEGURO GARANTIA" to desc-garantia
                    when other move spaces to desc-garantia
           end-evaluate.
      *
      *    Exposicao da consorciada: titulos em aberto da agencia
      *    no contas a receber (cancelados/substituidos e liquidados
      *    parcialmente ja tem titulo sucessor) mais os TKTs ainda
      *    nao faturados pelo pgab19
      *
       rot-exposicao.
           move 0 to tot-titulos tot-tkts.
           if rc01-stat not = "A"
              go to rot-exposicao-02
           end-if.
           move codigo to rc01-codigo-a.
           move "A" to rc01-condicao-a.
           start arqrc01 key is not less rc01-chave-1 invalid key
                 go to rot-exposicao-02
           end-start.
       rot-exposicao-01.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              go to rot-exposicao-02
           end-if.
           if rc01-codigo-a not = codigo or rc01-condicao-a not = "A"
              go to rot-exposicao-02
           end-if.
           if rc01-situacao = spaces
              add rc01-valor to tot-titulos
           end-if.
           go to rot-exposicao-01.
       rot-exposicao-02.
           if ab05-stat not = "A"
              go to rot-exposicao-fim
           end-if.
           move codigo to ab05-cons.
           start arqab05 key is not less ab05-chave-1 invalid key
                 go to rot-exposicao-fim
           end-start.
       rot-exposicao-03.
           perform rot-le-prox-ab05.
           if erro not = 0
              move 0 to erro
              go to rot-exposicao-fim
           end-if.
           if ab05-cons not = codigo
              go to rot-exposicao-fim
           end-if.
           if ab05-controle = high-values
              go to rot-exposicao-03
           end-if.
           if ab05-faturado not = "S" and ab05-valor numeric
              add ab05-valor to tot-tkts
           end-if.
           go to rot-exposicao-03.
       rot-exposicao-fim.
           exit.
      *
       rot-carrega-limite.
           move lc01-limite to limite limite-aux.
           move lc01-garantia to garantia.
           move lc01-valor-gar to valor-gar valor-gar-aux.
           move lc01-emissor to emissor.
           move lc01-documento to documento.
           move lc01-vencimento to vencimento.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display tracos(1:68) at line linha-tela column 05 with
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
           if funcao not = "C" and "V"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if funcao = "C" and param-prioridade < 8
              move " Usuario sem prioridade para esta funcao - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           evaluate true
                    when funcao = "C"
                         perform sec-cadastro
                    when funcao = "V"
                         perform sec-vencimentos
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
      *  Cadastro do limite  *
      *                      *
      ************************
      *
       sec-cadastro section.
      *
       lab-cad-00.
           perform rot-open-lc01.
           if erro not = 0
              go to lab-cad-fim
           end-if.
           perform rot-open-ab02.
           if erro not = 0
              go to lab-cad-fim
           end-if.
           perform rot-open-rc01.
           perform rot-open-ab05.
           display tela-cadastro.
      *
       lab-cad-01.
           move 0 to codigo.
           perform lmp-codigo thru lmp-liberacao.
           perform acc-codigo.
           if escape-key = 1
              go to lab-cad-fim
           end-if.
           if codigo = 0
              go to lab-cad-01
           end-if.
           move codigo to ab02-codigo.
           perform rot-le-ab02.
           if erro not = 0
              move 0 to erro
              move " Consorciada nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-cad-01
           end-if.
           move ab02-razao-social-a to razao.
           display razao(1:36) at 1036 with foreground-color 15
                   background-color 01.
           move codigo to lc01-codigo.
           perform rot-le-lc01.
           if erro = 0
              move "S" to existe
              perform rot-carrega-limite
           else
              move 0 to erro
              move "N" to existe
              move 0 to limite limite-aux valor-gar valor-gar-aux
                        vencimento
              move spaces to garantia emissor documento
           end-if.
           perform rot-exposicao thru rot-exposicao-fim.
           perform dsp-limite-todos.
      *
       lab-cad-02.
           perform acc-limite.
           if escape-key = 1
              go to lab-cad-01
           end-if.
           move limite-aux to limite.
           perform dsp-saldo.
      *
       lab-cad-03.
           perform acc-garantia.
           if escape-key = 1
              go to lab-cad-02
           end-if.
           move garantia to txt.
           perform rot-texto.
           move txt to garantia.
           if garantia not = "F" and "D" and "S"
              go to lab-cad-03
           end-if.
           perform rot-desc-garantia.
           display desc-garantia at 1232 with foreground-color 15
                   background-color 01.
      *
       lab-cad-04.
           perform acc-valor-gar.
           if escape-key = 1
              go to lab-cad-03
           end-if.
           move valor-gar-aux to valor-gar.
           if valor-gar = 0
              go to lab-cad-04
           end-if.
      *
       lab-cad-05.
           perform acc-emissor.
           if escape-key = 1
              go to lab-cad-04
           end-if.
           move emissor to txt.
           perform rot-texto.
           move txt to emissor.
           if emissor = spaces
              go to lab-cad-05
           end-if.
      *
       lab-cad-06.
           perform acc-documento.
           if escape-key = 1
              go to lab-cad-05
           end-if.
           move documento to txt.
           perform rot-texto.
           move txt to documento.
      *
      *    Deposito caucao pode ficar sem vencimento (00/00/00)
      *
       lab-cad-07.
           move 0 to dia-euro mes-euro ano-euro.
           if vencimento not = 0
              move vencimento to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform acc-vencimento thru acc-vencimento-fim.
           if escape-key = 1
              go to lab-cad-06
           end-if.
           if dia-euro = 0 and mes-euro = 0 and ano-euro = 0
              if garantia = "D"
                 move 0 to vencimento
                 go to lab-cad-08
              end-if
              perform rot-data-i
              go to lab-cad-07
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-cad-07
           end-if.
           move dias-corr to vencimento.
      *
       lab-cad-08.
           if existe = "S"
              move "Confirma (S) (N) ou (E)xclui o limite ?" to mensagem
           else
              move "Confirma (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cad-07
           end-if.
           if resposta = "E" and existe = "S"
              go to lab-cad-09
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-cad-01
           else
              if resposta not = "S"
                 go to lab-cad-08
              end-if
           end-if.
           display tela-limpa-cad.
           move codigo to lc01-codigo.
           perform rot-le-lc01.
           if erro not = 0
              move zeros to reg-lc01
              move spaces to lc01-garantia lc01-emissor lc01-documento
                             lc01-lib-usuario
              move codigo to lc01-codigo
           end-if.
           move limite to lc01-limite.
           move garantia to lc01-garantia.
           move valor-gar to lc01-valor-gar.
           move emissor to lc01-emissor.
           move documento to lc01-documento.
           move vencimento to lc01-vencimento.
           move param-usr to lc01-usuario.
           move param-data to lc01-data.
           if erro = 0
              rewrite reg-lc01 invalid key
                      continue
              end-rewrite
           else
              write reg-lc01 invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-cad-01.
      *
       lab-cad-09.
           move "Exclui - consorciada fica sem controle (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-cad-08
           end-if.
           display tela-limpa-cad.
           move codigo to lc01-codigo.
           perform rot-le-lc01.
           if erro = 0
              delete arqlc01 record invalid key
                     continue
              end-delete
           end-if.
           move 0 to erro.
           go to lab-cad-01.
      *
       lab-cad-fim.
           perform rot-close-ab05.
           perform rot-close-rc01.
           perform rot-close-ab02.
           perform rot-close-lc01.
           exit.
      *
      ************************
      *                      *
      *  Vencimentos         *
      *                      *
      ************************
      *
       sec-vencimentos section.
      *
       lab-ven-00.
           perform rot-open-lc01.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-ab02.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-rc01.
           perform rot-open-ab05.
           display tela-vencimentos.
           move 30 to prazo.
      *
       lab-ven-01.
           perform acc-prazo.
           if escape-key = 1
              go to lab-ven-fim
           end-if.
      *
       lab-ven-02.
           move "Imprime o relatorio (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ven-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ven-01
           else
              if resposta not = "S"
                 go to lab-ven-02
              end-if
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-imp.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           move 0 to pagina tot-qtd tot-vencidas tot-garantias.
           move param-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to hoje-sec.
           compute dias-corr = param-data + prazo.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-limite-venc.
           perform rot-cabec.
           move 0 to lc01-codigo.
           start arqlc01 key is not less lc01-chave invalid key
                 go to lab-ven-04
           end-start.
      *
       lab-ven-03.
           perform rot-le-prox-lc01.
           if erro not = 0
              move 0 to erro
              go to lab-ven-04
           end-if.
           if lc01-vencimento = 0
              go to lab-ven-03
           end-if.
           move lc01-vencimento to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to venc-sec.
           compute dias-venc = venc-sec - hoje-sec.
           if dias-venc > prazo
              go to lab-ven-03
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move lc01-codigo to cab-lin-codigo codigo ab02-codigo.
           perform rot-le-ab02.
           if erro not = 0
              move 0 to erro
              move spaces to cab-lin-razao
           else
              move ab02-razao-social-a to cab-lin-razao
           end-if.
           move lc01-garantia to garantia.
           perform rot-desc-garantia.
           move desc-garantia to cab-lin-garantia.
           move lc01-documento to cab-lin-documento.
           move lc01-vencimento to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-lin-vencto.
           move dias-venc to cab-lin-dias.
           move lc01-valor-gar to cab-lin-valor.
           move lc01-limite to cab-lin-limite.
           perform rot-exposicao thru rot-exposicao-fim.
           compute cab-lin-aberto = tot-titulos + tot-tkts.
           move spaces to cab-lin-obs.
           if dias-venc < 0
              move "VENCIDA" to cab-lin-obs
              add 1 to tot-vencidas
           end-if.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add 1 to tot-qtd.
           add lc01-valor-gar to tot-garantias.
           go to lab-ven-03.
      *
       lab-ven-04.
           if linha > 52
              perform rot-cabec
           end-if.
           write reg-imp from tracos after 1 line.
           move "Garantias relacionadas..............:" to
                cab-res-qtd-txt.
           move tot-qtd to cab-res-qtd-num.
           write reg-imp from cab-res-qtd after 1 line.
           move "Ja vencidas (limite zerado).........:" to
                cab-res-qtd-txt.
           move tot-vencidas to cab-res-qtd-num.
           write reg-imp from cab-res-qtd after 1 line.
           move "Valor das garantias.................:" to cab-res-txt.
           move tot-garantias to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
           go to lab-ven-01.
      *
       lab-ven-fim.
           perform rot-close-imp.
           perform rot-close-ab05.
           perform rot-close-rc01.
           perform rot-close-ab02.
           perform rot-close-lc01.
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
           accept funcao at 0829 with auto update prompt
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
       acc-limite.
           accept limite-aux at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-garantia.
           accept garantia at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor-gar.
           accept valor-gar-aux at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-emissor.
           accept emissor at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-documento.
           accept documento at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-vencimento.
           accept dia-euro at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-vencimento-fim
           end-if.
           accept mes-euro at 1632 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-vencimento-fim
           end-if.
           accept ano-euro at 1635 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-vencimento-fim.
           exit.
      *
       acc-prazo.
           accept prazo at 1030 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0829 with foreground-color 15
                   background-color 01.
      *
       dsp-limite-todos.
           display limite-aux at 1129 with foreground-color 15
                   background-color 01.
           display garantia at 1229 with foreground-color 15
                   background-color 01.
           perform rot-desc-garantia.
           display desc-garantia at 1232 with foreground-color 15
                   background-color 01.
           display valor-gar-aux at 1329 with foreground-color 15
                   background-color 01.
           display emissor at 1429 with foreground-color 15
                   background-color 01.
           display documento at 1529 with foreground-color 15
                   background-color 01.
           if vencimento not = 0
              move vencimento to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1629 with foreground-color 15
                      background-color 01
           end-if.
           move tot-titulos to valor-disp.
           display valor-disp at 1729 with foreground-color 15
                   background-color 01.
           move tot-tkts to valor-disp.
           display valor-disp at 1829 with foreground-color 15
                   background-color 01.
           perform dsp-saldo.
           if existe = "S" and lc01-lib-usuario not = spaces
              display lc01-lib-usuario at 2029 with foreground-color 15
                      background-color 01
              move lc01-lib-data to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 2040 with foreground-color 15
                      background-color 01
              display "TKT" at 2050 with foreground-color 15
                      background-color 01
              display lc01-lib-tkt at 2054 with foreground-color 15
                      background-color 01
           end-if.
      *
       dsp-saldo.
           compute saldo = limite - tot-titulos - tot-tkts.
           move saldo to saldo-disp.
           display saldo-disp at 1929 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-limite.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
           display limpa-10(1:7) at 1139 with foreground-color 15
                   background-color 01.
      *
       lmp-garantia.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-valor-gar.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
           display limpa-10(1:7) at 1339 with foreground-color 15
                   background-color 01.
      *
       lmp-emissor.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-documento.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-vencimento.
           display "  /  /  " at 1629 with
                   foreground-color 06 background-color 01 highlight.
      *
       lmp-titulos.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-tkts.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-saldo.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-liberacao.
           display limpa at 2029 with foreground-color 15
                   background-color 01.
