      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  PGCE15       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Classificacao ABC e Contagem Ciclica :                     *
      *                                                             *
      *  (C)lassifica - valor consumido de cada produto (saidas,    *
      *                 movimento 3 do ARQCE03, dos ultimos N       *
      *                 meses a ce02-custo-medio), em ordem         *
      *                 decrescente; classe A ate o limite A do     *
      *                 valor acumulado, B ate o limite B, e C o    *
      *                 resto (e os sem consumo). Grava o ARQCE06   *
      *                 e as frequencias de contagem por classe;    *
      *  (P)lano      - lista de contagem do dia p/ um deposito:    *
      *                 produtos do deposito (ARQCE04) vencidos     *
      *                 pela frequencia da classe desde a ultima    *
      *                 contagem, limitados a cota diaria de cada   *
      *                 classe (produtos / dias uteis do ciclo);    *
      *                 imprime a lista cega p/ a contagem;         *
      *  (D)igita     - quantidade contada linha a linha, com o     *
      *                 saldo do deposito na hora da digitacao      *
      *                 (rodar a atualizacao - pgce04 - antes);     *
      *  (A)justa     - acerta as diferencas das linhas contadas    *
      *                 (entrada 2 ou extorno 5 a custo medio, com  *
      *                 "CC"+lista na nota, p/ a atualizacao);      *
      *  (R)elatorio  - acuracia por classe no periodo, em itens    *
      *                 e em valor, com as linhas divergentes.      *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgce15.
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
           select arqce06 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce06-chave
                  file status is ce06-status.
      *
           select arqce07 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce07-chave
                  alternate record key is ce07-chave-1 with duplicates
                  file status is ce07-status.
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
           select arqsort assign to disk.
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
       copy fdce06.lib.
      *
       copy fdce07.lib.
      *
       copy fdtabl.lib.
      *
       sd arqsort.

       01 reg-sort.
          02 sort-valor                pic 9(13)v9(02).
          02 sort-grupo                pic 9(05).
          02 sort-produto              pic 9(05).
          02 sort-qtd                  pic 9(07).
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
       01 ce06-status                  pic x(02) value "00".
       01 ce06-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce06.
          02 ce06-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce06-nome                 pic x(08) value "ARQCE06A".
          02 filler                    pic x(01) value ".".
          02 ce06-ext                  pic x(03) value "DAT".
      *
       01 ce07-status                  pic x(02) value "00".
       01 ce07-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce07.
          02 ce07-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce07-nome                 pic x(08) value "ARQCE07A".
          02 filler                    pic x(01) value ".".
          02 ce07-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGCE15".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-70                     pic x(70) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 linha-tela                   pic 9(02) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(90) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 sele-meses                pic 9(02) value 12.
          02 sele-limite-a             pic 9(03) value 80.
          02 sele-limite-b             pic 9(03) value 95.
          02 sele-freq-a               pic 9(03) value 30.
          02 sele-freq-b               pic 9(03) value 90.
          02 sele-freq-c               pic 9(03) value 360.
          02 sele-deposito             pic 9(02) value 0.
          02 sele-lista                pic 9(06) value 0.
          02 sele-linha                pic 9(04) value 0.
          02 sele-data-i               pic 9(06) value 0.
          02 sele-data-f               pic 9(06) value 0.
          02 qtd-contada               pic 9(05) value 0.
      *
       01 ddeposito                    pic x(40) value spaces.
       01 data-i-corr                  pic 9(06) value 0.
       01 data-f-corr                  pic 9(06) value 0.
       01 data-i-disp                  pic x(08) value spaces.
       01 data-f-disp                  pic x(08) value spaces.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
      *    Classificacao
      *
       01 corte-corr                   pic 9(06) value 0.
       01 consumo-qtd                  pic 9(07) value 0.
       01 consumo-valor                pic 9(13)v9(02) value 0.
       01 total-valor                  pic 9(15)v9(02) value 0.
       01 acum-valor                   pic 9(15)v9(02) value 0.
       01 perc-antes                   pic 9(03)v9(02) value 0.
       01 perc-acum                    pic 9(03)v9(02) value 0.
       01 classe                       pic x(01) value spaces.
       01 ix-classe                    pic 9(01) comp-5 value 0.
      *
       01 tab-classes.
          02 cls-item occurs 3.
             03 cls-produtos           pic 9(05).
             03 cls-valor              pic 9(15)v9(02).
             03 cls-freq               pic 9(03).
             03 cls-dias-ciclo         pic 9(03).
             03 cls-cota               pic 9(05).
             03 cls-na-lista           pic 9(05).
             03 cls-linhas             pic 9(05).
             03 cls-corretas           pic 9(05).
             03 cls-valor-sis          pic 9(13)v9(02).
             03 cls-valor-dif          pic 9(13)v9(02).
      *
      *    Plano, digitacao e ajuste
      *
       01 numero-lista                 pic 9(06) value 0.
       01 numero-linha                 pic 9(04) value 0.
       01 ult-contagem                 pic 9(06) value 0.
       01 flag-pendente                pic x(01) value spaces.
       01 chave-ce04-salva             pic x(12) value spaces.
       01 chave-ce07-salva             pic x(10) value spaces.
       01 diferenca                    pic s9(05)v9(02) value 0.
       01 qtd-ajuste                   pic 9(05) value 0.
       01 valor-dif                    pic s9(13)v9(02) value 0.
       01 mov-codigo                   pic 9(06) value 0.
       01 tot-linhas                   pic 9(05) value 0.
       01 tot-ajustes                  pic 9(05) value 0.
       01 perc-itens                   pic 9(03)v9(02) value 0.
       01 perc-valor                   pic 9(03)v9(02) value 0.
      *
       01 nf-contagem.
          02 filler                    pic x(02) value "CC".
          02 nf-contagem-lista         pic 9(06) value 0.
          02 filler                    pic x(02) value spaces.
      *
       01 linha-tela-cont.
          02 ltc-linha                 pic 9(04) value 0.
          02 filler                    pic x(02) value spaces.
          02 ltc-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value "-".
          02 ltc-produto               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 ltc-descricao             pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 ltc-classe                pic x(01) value spaces.
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
       01 cab-sub.
          02 filler                    pic x(02) value spaces.
          02 cab-sub-texto             pic x(80) value spaces.
      *
       01 cab-tit-cla.
          02 filler                    pic x(06) value "Grupo".
          02 filler                    pic x(08) value "Produto".
          02 filler                    pic x(27) value "Descricao".
          02 filler                    pic x(10) value " Qtd.Cons.".
          02 filler                    pic x(19) value
             "       Valor Cons.".
          02 filler                    pic x(09) value "  % Acum.".
          02 filler                    pic x(07) value " Classe".
      *
       01 cab-lin-cla.
          02 lcl-grupo                 pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 lcl-produto               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 lcl-descricao             pic x(25) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lcl-qtd                   pic z.zzz.zz9.
          02 filler                    pic x(02) value spaces.
          02 lcl-valor                 pic zzz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 lcl-perc                  pic zz9,99.
          02 filler                    pic x(05) value spaces.
          02 lcl-classe                pic x(01) value spaces.
      *
       01 cab-tot-cla.
          02 filler                    pic x(08) value "Classe ".
          02 ltc-cls                   pic x(01) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(10) value "Produtos: ".
          02 ltc-cls-produtos          pic zz.zz9.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(07) value "Valor: ".
          02 ltc-cls-valor             pic zzz.zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(16) value
             "Freq. contagem: ".
          02 ltc-cls-freq              pic zz9.
          02 filler                    pic x(05) value " dias".
      *
       01 cab-tit-lst.
          02 filler                    pic x(06) value "Linha".
          02 filler                    pic x(06) value "Grupo".
          02 filler                    pic x(08) value "Produto".
          02 filler                    pic x(42) value "Descricao".
          02 filler                    pic x(08) value "Classe".
          02 filler                    pic x(20) value
             "Quantidade contada".
      *
       01 cab-lin-lst.
          02 lls-linha                 pic 9(04) value 0.
          02 filler                    pic x(02) value spaces.
          02 lls-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 lls-produto               pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
          02 lls-descricao             pic x(40) value spaces.
          02 filler                    pic x(04) value spaces.
          02 lls-classe                pic x(01) value spaces.
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(18) value all "_".
      *
       01 cab-tit-aju.
          02 filler                    pic x(06) value "Linha".
          02 filler                    pic x(12) value "Produto".
          02 filler                    pic x(27) value "Descricao".
          02 filler                    pic x(11) value "    Sistema".
          02 filler                    pic x(09) value "  Contada".
          02 filler                    pic x(11) value "  Diferenca".
          02 filler                    pic x(18) value
             "       Valor Dif.".
          02 filler                    pic x(10) value "   Movim.".
      *
       01 cab-tit-div.
          02 filler                    pic x(06) value "Linha".
          02 filler                    pic x(12) value "Produto".
          02 filler                    pic x(27) value "Descricao".
          02 filler                    pic x(11) value "    Sistema".
          02 filler                    pic x(09) value "  Contada".
          02 filler                    pic x(11) value "  Diferenca".
          02 filler                    pic x(18) value
             "       Valor Dif.".
          02 filler                    pic x(10) value "    Lista".
      *
       01 cab-lin-aju.
          02 lja-linha                 pic 9(04) value 0.
          02 filler                    pic x(02) value spaces.
          02 lja-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value "-".
          02 lja-produto               pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 lja-descricao             pic x(25) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lja-sistema               pic ---.--9,99.
          02 filler                    pic x(01) value spaces.
          02 lja-contada               pic zz.zz9.
          02 filler                    pic x(01) value spaces.
          02 lja-diferenca             pic ---.--9,99.
          02 filler                    pic x(01) value spaces.
          02 lja-valor                 pic ----.---.---.--9,99.
          02 filler                    pic x(02) value spaces.
          02 lja-movimento             pic 9(06) value 0.
      *
       01 cab-tot-aju.
          02 filler                    pic x(22) value
             "Linhas acertadas.....:".
          02 lta-linhas                pic zzzz9 value 0.
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(22) value
             "Movimentos gerados...:".
          02 lta-ajustes               pic zzzz9 value 0.
      *
       01 cab-tit-acu.
          02 filler                    pic x(08) value "Classe".
          02 filler                    pic x(10) value "  Contadas".
          02 filler                    pic x(10) value "  Corretas".
          02 filler                    pic x(10) value "  % Itens".
          02 filler                    pic x(20) value
             "      Valor Sistema".
          02 filler                    pic x(20) value
             "    Valor Diferenca".
          02 filler                    pic x(10) value "  % Valor".
      *
       01 cab-lin-acu.
          02 filler                    pic x(03) value spaces.
          02 lac-classe                pic x(01) value spaces.
          02 filler                    pic x(06) value spaces.
          02 lac-linhas                pic zz.zz9.
          02 filler                    pic x(04) value spaces.
          02 lac-corretas              pic zz.zz9.
          02 filler                    pic x(04) value spaces.
          02 lac-perc-itens            pic zz9,99.
          02 filler                    pic x(02) value spaces.
          02 lac-valor-sis             pic zzz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 lac-valor-dif             pic zzz.zzz.zzz.zz9,99.
          02 filler                    pic x(04) value spaces.
          02 lac-perc-valor            pic zz9,99.
      *
       copy workgen.lib.
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
          02 line 04 column 36 foreground-color 06 background-color 01
             highlight value "Classificacao ABC e Contagem Ciclica".
          02 line 06 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/P/D/A/R)...:".
      *
       01 tela-classifica.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Meses de consumo.....:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Limite classe A (%)..:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Limite classe B (%)..:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Frequencia A (dias)..:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Frequencia B (dias)..:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Frequencia C (dias)..:".
      *
       01 tela-plano.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Deposito.............:".
      *
       01 tela-lista.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Lista................:".
      *
       01 tela-digita.
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Linha inicial (0=pendentes):".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Linha Grupo-Produto  Descricao".
          02 line 11 column 68 foreground-color 06 background-color 01
             highlight value "Classe".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade contada...:".
      *
       01 tela-periodo.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Data inicial.........:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Data final...........:".
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
       rot-le-prox-ce03.
           move 0 to erro.
           read arqce03 next record at end move 1 to erro.
           if ce03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce03
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
              open i-o arqce04
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
       rot-le-ce04.
           move 0 to erro.
           read arqce04 invalid key move 1 to erro.
           if ce04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce04
           end-if.
      *
       rot-le-prox-ce04.
           move 0 to erro.
           read arqce04 next record at end move 1 to erro.
           if ce04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce04
           end-if.
      *
       rot-open-ce06.
           move 0 to erro.
           if ce06-stat = "F"
              open i-o arqce06
              if ce06-status = "35"
                 open output arqce06
                 close arqce06
                 open i-o arqce06
                 if ce06-status = "00"
                    move high-values to ce06-chave-controle
                    move 0 to ce06-meses ce06-limite-a ce06-limite-b
                              ce06-freq-a ce06-freq-b ce06-freq-c
                              ce06-ult-class
                    write reg-ce06-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if ce06-status not = "00"
                 move
                 " Erro de abertura no ARQCE06A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce06-stat
              end-if
           end-if.
      *
       rot-close-ce06.
           if ce06-stat = "A"
              close arqce06
              move "F" to ce06-stat
           end-if.
      *
       rot-le-ce06.
           move 0 to erro.
           read arqce06 invalid key move 1 to erro.
           if ce06-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce06
           end-if.
      *
       rot-open-ce07.
           move 0 to erro.
           if ce07-stat = "F"
              open i-o arqce07
              if ce07-status = "35"
                 open output arqce07
                 close arqce07
                 open i-o arqce07
                 if ce07-status = "00"
                    move high-values to ce07-chave-controle
                    move 0 to ce07-ult-lista
                    write reg-ce07-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if ce07-status not = "00"
                 move
                 " Erro de abertura no ARQCE07A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce07-stat
              end-if
           end-if.
      *
       rot-close-ce07.
           if ce07-stat = "A"
              close arqce07
              move "F" to ce07-stat
           end-if.
      *
       rot-le-ce07.
           move 0 to erro.
           read arqce07 invalid key move 1 to erro.
           if ce07-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce07
           end-if.
      *
       rot-le-prox-ce07.
           move 0 to erro.
           read arqce07 next record at end move 1 to erro.
           if ce07-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce07
           end-if.
      *
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open i-o arqtabl
              if tabl-status not = "00"
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
           move sele-deposito to wtab01-codigo.
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
           write reg-imp from cab-sub after 1 line.
           write reg-imp from tracos after 1 line.
           evaluate true
                    when funcao = "C"
                         write reg-imp from cab-tit-cla after 1 line
                    when funcao = "P"
                         write reg-imp from cab-tit-lst after 1 line
                    when funcao = "A"
                         write reg-imp from cab-tit-aju after 1 line
                    when funcao = "R"
                         write reg-imp from cab-tit-div after 1 line
           end-evaluate.
           write reg-imp from tracos after 1 line.
      *
      *    Indice da classe (A=1, B=2, C=3); sem classe vale C
      *
       rot-indice-classe.
           evaluate true
                    when classe = "A"
                         move 1 to ix-classe
                    when classe = "B"
                         move 2 to ix-classe
                    when other
                         move "C" to classe
                         move 3 to ix-classe
           end-evaluate.
      *
      *    Classe ABC do produto corrente do arqce04
      *
       rot-classe-produto.
           move ce04-grupo to ce06-grupo.
           move ce04-produto to ce06-produto.
           perform rot-le-ce06.
           if erro not = 0
              move 0 to erro
              move "C" to classe
           else
              move ce06-classe to classe
           end-if.
           perform rot-indice-classe.
      *
      *    Ultima contagem do produto no deposito (linhas contadas
      *    ou ajustadas) e se ha linha pendente em outra lista
      *
       rot-ultima-contagem.
           move 0 to ult-contagem.
           move "N" to flag-pendente.
           move ce04-grupo to ce07-grupo.
           move ce04-produto to ce07-produto.
           move ce04-deposito to ce07-deposito.
           start arqce07 key is equal ce07-chave-1 invalid key
                 go to rot-ultima-contagem-fim
           end-start.
       rot-ultima-contagem-1.
           perform rot-le-prox-ce07.
           if erro not = 0
              move 0 to erro
              go to rot-ultima-contagem-fim
           end-if.
           if ce07-grupo not = ce04-grupo or
              ce07-produto not = ce04-produto or
              ce07-deposito not = ce04-deposito
              go to rot-ultima-contagem-fim
           end-if.
           if ce07-situacao = "P"
              move "S" to flag-pendente
           else
              if ce07-data-cont > ult-contagem
                 move ce07-data-cont to ult-contagem
              end-if
           end-if.
           go to rot-ultima-contagem-1.
       rot-ultima-contagem-fim.
           exit.
      *
      *    Consumo (saidas - movimento 3) do produto corrente do
      *    arqce02 desde o corte
      *
       rot-apura-produto.
           move 0 to consumo-qtd.
           move ce02-grupo to ce03-grupo in ce03-chave-1.
           move ce02-produto to ce03-produto in ce03-chave-1.
           move corte-corr to ce03-data-mov.
           start arqce03 key is not less ce03-chave-1 invalid key
                 go to rot-apura-produto-fim
           end-start.
       rot-apura-produto-1.
           perform rot-le-prox-ce03.
           if erro not = 0
              move 0 to erro
              go to rot-apura-produto-fim
           end-if.
           if ce03-chave = high-values
              go to rot-apura-produto-fim
           end-if.
           if ce03-grupo in ce03-chave-1 not = ce02-grupo or
              ce03-produto in ce03-chave-1 not = ce02-produto
              go to rot-apura-produto-fim
           end-if.
           if ce03-movimento = 3
              add ce03-quantidade to consumo-qtd
           end-if.
           go to rot-apura-produto-1.
       rot-apura-produto-fim.
           exit.
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
           if funcao not = "C" and "P" and "D" and "A" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "C"
                         perform sec-classifica
                    when funcao = "P"
                         perform sec-plano
                    when funcao = "D"
                         perform sec-digita
                    when funcao = "A"
                         perform sec-ajuste
                    when funcao = "R"
                         perform sec-acuracia
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
      *  Classificacao ABC   *
      *                      *
      ************************
      *
       sec-classifica section.
      *
       lab-cla-00.
           perform rot-open-ce06.
           if erro not = 0
              go to lab-cla-fim
           end-if.
      *
      *    Parametros da ultima classificacao como sugestao
      *
           move high-values to ce06-chave-controle.
           perform rot-le-ce06.
           if erro = 0 and ce06-meses not = 0
              move ce06-meses to sele-meses
              move ce06-limite-a to sele-limite-a
              move ce06-limite-b to sele-limite-b
              move ce06-freq-a to sele-freq-a
              move ce06-freq-b to sele-freq-b
              move ce06-freq-c to sele-freq-c
           end-if.
           move 0 to erro.
           display tela-classifica.
      *
       lab-cla-01.
           perform acc-meses.
           if escape-key = 1
              go to lab-cla-fim
           end-if.
           if sele-meses = 0
              go to lab-cla-01
           end-if.
      *
       lab-cla-02.
           perform acc-limite-a.
           if escape-key = 1
              go to lab-cla-01
           end-if.
           if sele-limite-a = 0 or sele-limite-a > 99
              go to lab-cla-02
           end-if.
      *
       lab-cla-03.
           perform acc-limite-b.
           if escape-key = 1
              go to lab-cla-02
           end-if.
           if sele-limite-b not > sele-limite-a or sele-limite-b > 100
              go to lab-cla-03
           end-if.
      *
       lab-cla-04.
           perform acc-freq-a.
           if escape-key = 1
              go to lab-cla-03
           end-if.
           if sele-freq-a = 0
              go to lab-cla-04
           end-if.
      *
       lab-cla-05.
           perform acc-freq-b.
           if escape-key = 1
              go to lab-cla-04
           end-if.
           if sele-freq-b < sele-freq-a
              go to lab-cla-05
           end-if.
      *
       lab-cla-06.
           perform acc-freq-c.
           if escape-key = 1
              go to lab-cla-05
           end-if.
           if sele-freq-c < sele-freq-b
              go to lab-cla-06
           end-if.
      *
       lab-cla-07.
           move "Confirma a classificacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cla-06
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-cla-01
           end-if.
           if resposta not = "S"
              go to lab-cla-07
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-cla-fim
           end-if.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-cla-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-cla-fim
           end-if.
           move "Aguarde - classificando" to mensagem.
           display tela-mensagem-cad.
           compute corte-corr = param-data - (sele-meses * 30).
           move 0 to total-valor acum-valor.
           initialize tab-classes.
           move sele-freq-a to cls-freq(1).
           move sele-freq-b to cls-freq(2).
           move sele-freq-c to cls-freq(3).
           move "Classificacao ABC de Produtos" to cab-titulo.
           move spaces to cab-sub-texto.
           string "Consumo dos ultimos " sele-meses " meses - "
                  "A ate " sele-limite-a "% / B ate " sele-limite-b
                  "% do valor acumulado"
                  delimited by size into cab-sub-texto
           end-string.
           move 0 to pagina.
           sort arqsort on descending key sort-valor
                        on ascending key sort-grupo sort-produto
                input procedure sec-cla-ord
                output procedure sec-cla-imp.
      *
      *    Parametros no registro de controle, p/ o plano
      *
           move high-values to ce06-chave-controle.
           perform rot-le-ce06.
           move sele-meses to ce06-meses.
           move sele-limite-a to ce06-limite-a.
           move sele-limite-b to ce06-limite-b.
           move sele-freq-a to ce06-freq-a.
           move sele-freq-b to ce06-freq-b.
           move sele-freq-c to ce06-freq-c.
           move param-data to ce06-ult-class.
           if erro = 0
              rewrite reg-ce06-1 invalid key
                      continue
              end-rewrite
           else
              move 0 to erro
              move high-values to ce06-chave-controle
              write reg-ce06-1 invalid key
                    continue
              end-write
           end-if.
           display tela-limpa-cad.
           move "Classificacao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-cla-fim.
           perform rot-close-imp.
           perform rot-close-ce03.
           perform rot-close-ce02.
           perform rot-close-ce06.
           exit.
      *
       sec-cla-ord section.
      *
       lab-clo-00.
           move low-values to ce02-chave.
           start arqce02 key is not less ce02-chave invalid key
                 go to lab-clo-fim
           end-start.
      *
       lab-clo-01.
           perform rot-le-prox-ce02.
           if erro not = 0
              move 0 to erro
              go to lab-clo-fim
           end-if.
           perform rot-apura-produto thru rot-apura-produto-fim.
           compute consumo-valor rounded =
                   consumo-qtd * ce02-custo-medio.
           add consumo-valor to total-valor.
           move consumo-valor to sort-valor.
           move ce02-grupo to sort-grupo.
           move ce02-produto to sort-produto.
           move consumo-qtd to sort-qtd.
           release reg-sort.
           go to lab-clo-01.
      *
       lab-clo-fim.
           exit.
      *
       sec-cla-imp section.
      *
       lab-cli-00.
           perform rot-cabec.
      *
       lab-cli-01.
           return arqsort at end
                  go to lab-cli-02.
      *
      *    A classe sai do acumulado antes do produto: o primeiro
      *    produto e sempre A; sem consumo e sempre C
      *
           if total-valor = 0
              move 0 to perc-antes
           else
              compute perc-antes rounded =
                      acum-valor * 100 / total-valor
           end-if.
           evaluate true
                    when sort-valor = 0
                         move "C" to classe
                    when perc-antes < sele-limite-a
                         move "A" to classe
                    when perc-antes < sele-limite-b
                         move "B" to classe
                    when other
                         move "C" to classe
           end-evaluate.
           perform rot-indice-classe.
           add sort-valor to acum-valor.
           if total-valor = 0
              move 0 to perc-acum
           else
              compute perc-acum rounded =
                      acum-valor * 100 / total-valor
           end-if.
           add 1 to cls-produtos(ix-classe).
           add sort-valor to cls-valor(ix-classe).
           move sort-grupo to ce06-grupo ce02-grupo.
           move sort-produto to ce06-produto ce02-produto.
           perform rot-le-ce06.
           move classe to ce06-classe.
           move sort-qtd to ce06-qtd-consumo.
           move sort-valor to ce06-valor-consumo.
           move perc-acum to ce06-perc-acum.
           move param-data to ce06-data-class.
           move param-usr to ce06-usuario.
           move param-data to ce06-data.
           if erro = 0
              rewrite reg-ce06 invalid key
                      continue
              end-rewrite
           else
              move 0 to erro
              write reg-ce06 invalid key
                    continue
              end-write
           end-if.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro
              move spaces to ce02-descricao-a
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move sort-grupo to lcl-grupo.
           move sort-produto to lcl-produto.
           move ce02-descricao-a to lcl-descricao.
           move sort-qtd to lcl-qtd.
           move sort-valor to lcl-valor.
           move perc-acum to lcl-perc.
           move classe to lcl-classe.
           write reg-imp from cab-lin-cla after 1 line.
           add 1 to linha.
           go to lab-cli-01.
      *
       lab-cli-02.
           write reg-imp from tracos after 1 line.
           move 1 to ix-classe.
           move "A" to ltc-cls.
           perform rot-total-classe.
           move 2 to ix-classe.
           move "B" to ltc-cls.
           perform rot-total-classe.
           move 3 to ix-classe.
           move "C" to ltc-cls.
           perform rot-total-classe.
           write reg-imp from spaces after page.
           go to lab-cli-fim.
      *
       rot-total-classe.
           move cls-produtos(ix-classe) to ltc-cls-produtos.
           move cls-valor(ix-classe) to ltc-cls-valor.
           move cls-freq(ix-classe) to ltc-cls-freq.
           write reg-imp from cab-tot-cla after 1 line.
      *
       lab-cli-fim.
           exit.
      *
      ************************
      *                      *
      *  Plano de contagem   *
      *                      *
      ************************
      *
       sec-plano section.
      *
       lab-pla-00.
           perform rot-open-tabl.
           perform rot-open-ce06.
           if erro not = 0
              go to lab-pla-fim
           end-if.
           move high-values to ce06-chave-controle.
           perform rot-le-ce06.
           if erro not = 0 or ce06-ult-class = 0
              move 0 to erro
              move " Classificacao ABC nao feita - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-pla-fim
           end-if.
           initialize tab-classes.
           move ce06-freq-a to cls-freq(1).
           move ce06-freq-b to cls-freq(2).
           move ce06-freq-c to cls-freq(3).
           display tela-plano.
      *
       lab-pla-01.
           move 0 to sele-deposito.
           perform lmp-deposito.
           perform acc-deposito.
           if escape-key = 1
              go to lab-pla-fim
           end-if.
           if sele-deposito = 0
              go to lab-pla-01
           end-if.
           perform rot-desc-deposito.
           display ddeposito(1:30) at 0833 with
                   foreground-color 15 background-color 01.
           if erro not = 0
              move 0 to erro
              move " Deposito nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-pla-01
           end-if.
      *
       lab-pla-02.
           move "Gera a lista do dia (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-pla-01
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-pla-01
           end-if.
           if resposta not = "S"
              go to lab-pla-02
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-pla-fim
           end-if.
           perform rot-open-ce04.
           if erro not = 0
              go to lab-pla-fim
           end-if.
           perform rot-open-ce07.
           if erro not = 0
              go to lab-pla-fim
           end-if.
      *
      *    1a. passada: produtos do deposito por classe, p/ a
      *    cota diaria (produtos / dias uteis do ciclo)
      *
           move 0 to cls-produtos(1) cls-produtos(2) cls-produtos(3)
                     cls-na-lista(1) cls-na-lista(2) cls-na-lista(3).
           move low-values to ce04-chave.
           start arqce04 key is not less ce04-chave invalid key
                 go to lab-pla-04
           end-start.
      *
       lab-pla-03.
           perform rot-le-prox-ce04.
           if erro not = 0
              move 0 to erro
              go to lab-pla-04
           end-if.
           if ce04-deposito not = sele-deposito
              go to lab-pla-03
           end-if.
           perform rot-classe-produto.
           add 1 to cls-produtos(ix-classe).
           go to lab-pla-03.
      *
       lab-pla-04.
           move 1 to ix-classe.
       lab-pla-04a.
           if ix-classe > 3
              go to lab-pla-05
           end-if.
           compute cls-dias-ciclo(ix-classe) =
                   cls-freq(ix-classe) * 5 / 7.
           if cls-dias-ciclo(ix-classe) = 0
              move 1 to cls-dias-ciclo(ix-classe)
           end-if.
           compute cls-cota(ix-classe) =
                   (cls-produtos(ix-classe) +
                    cls-dias-ciclo(ix-classe) - 1) /
                    cls-dias-ciclo(ix-classe).
           add 1 to ix-classe.
           go to lab-pla-04a.
      *
      *    Numero da lista pelo registro de controle
      *
       lab-pla-05.
           move high-values to ce07-chave-controle.
           perform rot-le-ce07.
           if erro not = 0
              move 0 to erro
              move " Erro de leitura - ARQCE07A.DAT - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-pla-fim
           end-if.
           add 1 to ce07-ult-lista.
           move ce07-ult-lista to numero-lista.
           rewrite reg-ce07-1 invalid key
                   continue
           end-rewrite.
           perform rot-open-imp.
           if erro not = 0
              go to lab-pla-fim
           end-if.
           move "Lista de Contagem Ciclica" to cab-titulo.
           move spaces to cab-sub-texto.
           string "Lista " numero-lista " - Deposito " sele-deposito
                  " " ddeposito(1:30)
                  delimited by size into cab-sub-texto
           end-string.
           move 0 to pagina numero-linha.
           perform rot-cabec.
      *
      *    2a. passada: vencidos pela frequencia da classe, ate a
      *    cota do dia, na ordem grupo+produto
      *
           move low-values to ce04-chave.
           start arqce04 key is not less ce04-chave invalid key
                 go to lab-pla-07
           end-start.
      *
       lab-pla-06.
           perform rot-le-prox-ce04.
           if erro not = 0
              move 0 to erro
              go to lab-pla-07
           end-if.
           if ce04-deposito not = sele-deposito
              go to lab-pla-06
           end-if.
           perform rot-classe-produto.
           if cls-na-lista(ix-classe) not < cls-cota(ix-classe)
              go to lab-pla-06
           end-if.
           perform rot-ultima-contagem thru rot-ultima-contagem-fim.
           if flag-pendente = "S"
              go to lab-pla-06
           end-if.
           if ult-contagem not = 0 and
              ult-contagem + cls-freq(ix-classe) > param-data
              go to lab-pla-06
           end-if.
           move ce04-grupo to ce02-grupo.
           move ce04-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro
              go to lab-pla-06
           end-if.
           add 1 to numero-linha.
           add 1 to cls-na-lista(ix-classe).
           move numero-lista to ce07-lista.
           move numero-linha to ce07-linha.
           move ce04-grupo to ce07-grupo.
           move ce04-produto to ce07-produto.
           move ce04-deposito to ce07-deposito.
           move param-data to ce07-data-lista.
           move classe to ce07-classe.
           move 0 to ce07-qtd-sistema ce07-qtd-contada ce07-data-cont
                     ce07-mov-ajuste.
           move ce02-custo-medio to ce07-custo.
           move "P" to ce07-situacao.
           move param-usr to ce07-usuario.
           move param-data to ce07-data.
           write reg-ce07 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           if linha > 56
              perform rot-cabec
           end-if.
           move numero-linha to lls-linha.
           move ce04-grupo to lls-grupo.
           move ce04-produto to lls-produto.
           move ce02-descricao-a to lls-descricao.
           move classe to lls-classe.
           write reg-imp from cab-lin-lst after 2 lines.
           add 2 to linha.
           go to lab-pla-06.
      *
       lab-pla-07.
           write reg-imp from tracos after 1 line.
           move spaces to cab-sub-texto.
           string "Itens: A " cls-na-lista(1) "  B " cls-na-lista(2)
                  "  C " cls-na-lista(3)
                  "     Contado por: ____________________"
                  delimited by size into cab-sub-texto
           end-string.
           write reg-imp from cab-sub after 2 lines.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move spaces to mensagem.
           if numero-linha = 0
              string "Nenhum produto a contar hoje no deposito "
                     sele-deposito " - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
           else
              string "Lista " numero-lista " gerada com " numero-linha
                     " itens - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-pla-01.
      *
       lab-pla-fim.
           perform rot-close-imp.
           perform rot-close-ce07.
           perform rot-close-ce04.
           perform rot-close-ce02.
           perform rot-close-ce06.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Digitacao           *
      *                      *
      ************************
      *
       sec-digita section.
      *
       lab-dig-00.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-dig-fim
           end-if.
           perform rot-open-ce04.
           if erro not = 0
              go to lab-dig-fim
           end-if.
           perform rot-open-ce07.
           if erro not = 0
              go to lab-dig-fim
           end-if.
           display tela-lista.
      *
       lab-dig-01.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           display tela-lista.
           move 0 to sele-lista.
           perform acc-lista.
           if escape-key = 1
              go to lab-dig-fim
           end-if.
           if sele-lista = 0
              go to lab-dig-01
           end-if.
           move sele-lista to ce07-lista.
           move 1 to ce07-linha.
           perform rot-le-ce07.
           if erro not = 0
              move 0 to erro
              move " Lista nao encontrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-dig-01
           end-if.
           perform dsp-lista.
           display tela-digita.
      *
       lab-dig-02.
           move 0 to sele-linha.
           perform acc-linha.
           if escape-key = 1
              go to lab-dig-01
           end-if.
           move sele-lista to ce07-lista.
           move sele-linha to ce07-linha.
           start arqce07 key is not less ce07-chave invalid key
                 go to lab-dig-09
           end-start.
      *
       lab-dig-03.
           perform rot-le-prox-ce07.
           if erro not = 0
              move 0 to erro
              go to lab-dig-09
           end-if.
           if ce07-lista not = sele-lista
              go to lab-dig-09
           end-if.
           if ce07-situacao = "A"
              go to lab-dig-03
           end-if.
           if sele-linha = 0 and ce07-situacao not = "P"
              go to lab-dig-03
           end-if.
           move ce07-chave to chave-ce07-salva.
           move ce07-grupo to ce02-grupo.
           move ce07-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro
              move spaces to ce02-descricao-a
           end-if.
           move ce07-linha to ltc-linha.
           move ce07-grupo to ltc-grupo.
           move ce07-produto to ltc-produto.
           move ce02-descricao-a to ltc-descricao.
           move ce07-classe to ltc-classe.
           display linha-tela-cont at 1206 with
                   foreground-color 15 background-color 01.
           move ce07-qtd-contada to qtd-contada.
      *
       lab-dig-04.
           perform acc-contada.
           if escape-key = 1
              perform lmp-contada
              display limpa-70 at 1205 with
                      foreground-color 01 background-color 01
              go to lab-dig-02
           end-if.
      *
      *    Saldo do deposito na hora da contagem
      *
           move chave-ce07-salva to ce07-chave.
           perform rot-le-ce07.
           if erro not = 0
              move 0 to erro
              go to lab-dig-05
           end-if.
           move ce07-grupo to ce04-grupo.
           move ce07-produto to ce04-produto.
           move ce07-deposito to ce04-deposito.
           perform rot-le-ce04.
           if erro not = 0
              move 0 to erro
              move 0 to ce04-saldo
           end-if.
           move ce04-saldo to ce07-qtd-sistema.
           move qtd-contada to ce07-qtd-contada.
           move "C" to ce07-situacao.
           move param-data to ce07-data-cont.
           move param-usr to ce07-usuario.
           move param-data to ce07-data.
           rewrite reg-ce07 invalid key
                   continue
           end-rewrite.
      *
       lab-dig-05.
           move chave-ce07-salva to ce07-chave.
           start arqce07 key is greater ce07-chave invalid key
                 go to lab-dig-09
           end-start.
           go to lab-dig-03.
      *
       lab-dig-09.
           perform lmp-contada.
           display limpa-70 at 1205 with
                   foreground-color 01 background-color 01.
           move "Fim da lista - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-dig-02.
      *
       lab-dig-fim.
           perform rot-close-ce07.
           perform rot-close-ce04.
           perform rot-close-ce02.
           exit.
      *
      ************************
      *                      *
      *  Ajuste              *
      *                      *
      ************************
      *
       sec-ajuste section.
      *
       lab-aju-00.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-aju-fim
           end-if.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-aju-fim
           end-if.
           perform rot-open-ce07.
           if erro not = 0
              go to lab-aju-fim
           end-if.
           display tela-lista.
      *
       lab-aju-01.
           move 0 to sele-lista.
           perform acc-lista.
           if escape-key = 1
              go to lab-aju-fim
           end-if.
           if sele-lista = 0
              go to lab-aju-01
           end-if.
           move sele-lista to ce07-lista.
           move 1 to ce07-linha.
           perform rot-le-ce07.
           if erro not = 0
              move 0 to erro
              move " Lista nao encontrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-aju-01
           end-if.
           perform dsp-lista.
      *
       lab-aju-02.
           move "Acerta as linhas contadas (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-aju-01
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-aju-01
           end-if.
           if resposta not = "S"
              go to lab-aju-02
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-aju-fim
           end-if.
           move "Acerto de Contagem Ciclica" to cab-titulo.
           move spaces to cab-sub-texto.
           string "Lista " sele-lista " - Deposito " ce07-deposito
                  delimited by size into cab-sub-texto
           end-string.
           move 0 to pagina tot-linhas tot-ajustes.
           perform rot-cabec.
           move sele-lista to ce07-lista nf-contagem-lista.
           move 0 to ce07-linha.
           start arqce07 key is not less ce07-chave invalid key
                 go to lab-aju-09
           end-start.
      *
       lab-aju-03.
           perform rot-le-prox-ce07.
           if erro not = 0
              move 0 to erro
              go to lab-aju-09
           end-if.
           if ce07-lista not = sele-lista
              go to lab-aju-09
           end-if.
           if ce07-situacao not = "C"
              go to lab-aju-03
           end-if.
           move ce07-chave to chave-ce07-salva.
           move ce07-grupo to ce02-grupo.
           move ce07-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro
              move spaces to ce02-descricao-a
              move ce07-custo to ce02-custo-medio
           end-if.
           compute diferenca = ce07-qtd-contada - ce07-qtd-sistema.
           compute valor-dif rounded = diferenca * ce02-custo-medio.
           move 0 to mov-codigo.
           if diferenca = 0
              go to lab-aju-05
           end-if.
      *
      *    Diferenca vai ao arqce03 p/ a atualizacao (pgce04):
      *    sobra como entrada a custo medio (nao altera o custo),
      *    falta como extorno
      *
           move high-values to ce03-chave-controle.
           perform rot-ponteiro-ce03.
           if erro not = 0
              move 0 to erro
              go to lab-aju-05
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
              go to lab-aju-05
           end-if.
           move mov-codigo to ce03-codigo.
           move param-data to ce03-data-mov.
           if diferenca > 0
              move 2 to ce03-movimento
              compute qtd-ajuste rounded = diferenca
           else
              move 5 to ce03-movimento
              compute qtd-ajuste rounded = diferenca * -1
           end-if.
           move ce07-grupo to ce03-grupo in ce03-chave-1
                              ce03-grupo in ce03-chave-2.
           move ce07-produto to ce03-produto in ce03-chave-1
                                ce03-produto in ce03-chave-2.
           move 0 to ce03-cliente.
           move nf-contagem to ce03-nf.
           move qtd-ajuste to ce03-quantidade.
           move ce02-custo-medio to ce03-preco.
           move "ACERTO DE CONTAGEM CICLICA" to ce03-obs.
           move "N" to ce03-flag-atu.
           move "N" to ce03-flag-fat.
           move param-usr to ce03-usuario.
           move param-data to ce03-data.
           move ce07-deposito to ce03-deposito.
           move 0 to ce03-dep-destino.
           move spaces to ce03-lote.
           move 0 to ce03-ccusto.
           move 0 to ce03-custo.
           write reg-ce03 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move 0 to erro mov-codigo
              go to lab-aju-05
           end-if.
           add 1 to tot-ajustes.
      *
       lab-aju-05.
           move chave-ce07-salva to ce07-chave.
           perform rot-le-ce07.
           if erro not = 0
              move 0 to erro
              go to lab-aju-06
           end-if.
           if diferenca not = 0 and mov-codigo = 0
              go to lab-aju-06
           end-if.
           move "A" to ce07-situacao.
           move mov-codigo to ce07-mov-ajuste.
           move ce02-custo-medio to ce07-custo.
           move param-usr to ce07-usuario.
           move param-data to ce07-data.
           rewrite reg-ce07 invalid key
                   continue
           end-rewrite.
           add 1 to tot-linhas.
           if linha > 56
              perform rot-cabec
           end-if.
           move ce07-linha to lja-linha.
           move ce07-grupo to lja-grupo.
           move ce07-produto to lja-produto.
           move ce02-descricao-a to lja-descricao.
           move ce07-qtd-sistema to lja-sistema.
           move ce07-qtd-contada to lja-contada.
           move diferenca to lja-diferenca.
           move valor-dif to lja-valor.
           move mov-codigo to lja-movimento.
           write reg-imp from cab-lin-aju after 1 line.
           add 1 to linha.
      *
       lab-aju-06.
           move chave-ce07-salva to ce07-chave.
           start arqce07 key is greater ce07-chave invalid key
                 go to lab-aju-09
           end-start.
           go to lab-aju-03.
      *
       lab-aju-09.
           write reg-imp from tracos after 1 line.
           move tot-linhas to lta-linhas.
           move tot-ajustes to lta-ajustes.
           write reg-imp from cab-tot-aju after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move spaces to mensagem.
           string "Acertos gerados: " tot-ajustes
                  " - rodar a atualizacao - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-aju-01.
      *
       lab-aju-fim.
           perform rot-close-imp.
           perform rot-close-ce07.
           perform rot-close-ce03.
           perform rot-close-ce02.
           exit.
      *
      ************************
      *                      *
      *  Acuracia            *
      *                      *
      ************************
      *
       sec-acuracia section.
      *
       lab-acu-00.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-acu-fim
           end-if.
           perform rot-open-ce07.
           if erro not = 0
              go to lab-acu-fim
           end-if.
           display tela-periodo.
      *
       lab-acu-01.
           move 0 to sele-data-i.
           perform lmp-data-i.
           perform acc-data-i.
           if escape-key = 1
              go to lab-acu-fim
           end-if.
           move sele-data-i to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if return-code not = 0
              perform rot-data-i
              go to lab-acu-01
           end-if.
           move data-disp to data-i-disp.
           move dias-corr to data-i-corr.
      *
       lab-acu-02.
           move 0 to sele-data-f.
           perform lmp-data-f.
           perform acc-data-f.
           if escape-key = 1
              go to lab-acu-01
           end-if.
           move sele-data-f to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if return-code not = 0
              perform rot-data-i
              go to lab-acu-02
           end-if.
           move data-disp to data-f-disp.
           move dias-corr to data-f-corr.
           if data-f-corr < data-i-corr
              perform rot-data-i
              go to lab-acu-02
           end-if.
      *
       lab-acu-03.
           move "Confirma o relatorio (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-acu-02
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-acu-01
           end-if.
           if resposta not = "S"
              go to lab-acu-03
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-acu-fim
           end-if.
           initialize tab-classes.
           move "Acuracia da Contagem Ciclica" to cab-titulo.
           move spaces to cab-sub-texto.
           string "Contagens de " data-i-disp " a " data-f-disp
                  " - linhas divergentes"
                  delimited by size into cab-sub-texto
           end-string.
           move 0 to pagina.
           perform rot-cabec.
           move low-values to ce07-chave.
           start arqce07 key is not less ce07-chave invalid key
                 go to lab-acu-05
           end-start.
      *
       lab-acu-04.
           perform rot-le-prox-ce07.
           if erro not = 0
              move 0 to erro
              go to lab-acu-05
           end-if.
           if ce07-chave = high-values
              go to lab-acu-04
           end-if.
           if ce07-situacao not = "C" and "A"
              go to lab-acu-04
           end-if.
           if ce07-data-cont < data-i-corr or
              ce07-data-cont > data-f-corr
              go to lab-acu-04
           end-if.
           move ce07-classe to classe.
           perform rot-indice-classe.
           add 1 to cls-linhas(ix-classe).
           compute valor-dif rounded = ce07-qtd-sistema * ce07-custo.
           if valor-dif > 0
              add valor-dif to cls-valor-sis(ix-classe)
           end-if.
           compute diferenca = ce07-qtd-contada - ce07-qtd-sistema.
           if diferenca = 0
              add 1 to cls-corretas(ix-classe)
              go to lab-acu-04
           end-if.
           compute valor-dif rounded = diferenca * ce07-custo.
           if valor-dif < 0
              compute valor-dif = valor-dif * -1
           end-if.
           add valor-dif to cls-valor-dif(ix-classe).
           move ce07-grupo to ce02-grupo.
           move ce07-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro
              move spaces to ce02-descricao-a
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move ce07-linha to lja-linha.
           move ce07-grupo to lja-grupo.
           move ce07-produto to lja-produto.
           move ce02-descricao-a to lja-descricao.
           move ce07-qtd-sistema to lja-sistema.
           move ce07-qtd-contada to lja-contada.
           move diferenca to lja-diferenca.
           move valor-dif to lja-valor.
           move ce07-lista to lja-movimento.
           write reg-imp from cab-lin-aju after 1 line.
           add 1 to linha.
           go to lab-acu-04.
      *
       lab-acu-05.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit-acu after 2 lines.
           write reg-imp from tracos after 1 line.
           move 1 to ix-classe.
           move "A" to lac-classe.
           perform rot-linha-acuracia.
           move 2 to ix-classe.
           move "B" to lac-classe.
           perform rot-linha-acuracia.
           move 3 to ix-classe.
           move "C" to lac-classe.
           perform rot-linha-acuracia.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move "Relatorio emitido - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-acu-01.
      *
      *    Acuracia em itens (linhas sem diferenca) e em valor
      *    (1 - diferencas absolutas / valor do sistema)
      *
       rot-linha-acuracia.
           move 0 to perc-itens perc-valor.
           if cls-linhas(ix-classe) not = 0
              compute perc-itens rounded =
                      cls-corretas(ix-classe) * 100 /
                      cls-linhas(ix-classe)
           end-if.
           if cls-valor-sis(ix-classe) not = 0 and
              cls-valor-dif(ix-classe) < cls-valor-sis(ix-classe)
              compute perc-valor rounded =
                      100 - (cls-valor-dif(ix-classe) * 100 /
                             cls-valor-sis(ix-classe))
           end-if.
           move cls-linhas(ix-classe) to lac-linhas.
           move cls-corretas(ix-classe) to lac-corretas.
           move perc-itens to lac-perc-itens.
           move cls-valor-sis(ix-classe) to lac-valor-sis.
           move cls-valor-dif(ix-classe) to lac-valor-dif.
           move perc-valor to lac-perc-valor.
           write reg-imp from cab-lin-acu after 1 line.
      *
       lab-acu-fim.
           perform rot-close-imp.
           perform rot-close-ce07.
           perform rot-close-ce02.
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
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-meses.
           accept sele-meses at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-limite-a.
           accept sele-limite-a at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-limite-b.
           accept sele-limite-b at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-freq-a.
           accept sele-freq-a at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-freq-b.
           accept sele-freq-b at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-freq-c.
           accept sele-freq-c at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-deposito.
           accept sele-deposito at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-lista.
           accept sele-lista at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-linha.
           accept sele-linha at 0935 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-contada.
           accept qtd-contada at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-i.
           accept sele-data-i at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-f.
           accept sele-data-f at 0929 with auto update prompt
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
       dsp-lista.
           move ce07-data-lista to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move spaces to mensagem.
           string "Deposito " ce07-deposito "  de " data-disp
                  delimited by size into mensagem
           end-string.
           display mensagem(1:30) at 0840 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0629 with foreground-color 15
                   background-color 01.
      *
       lmp-deposito.
           display limpa at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-contada.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-data-i.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-data-f.
           display limpa-10 at 0929 with foreground-color 15
                   background-color 01.
