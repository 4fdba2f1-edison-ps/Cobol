      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGWB01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Portal do Associado - Troca de Dados :                     *
      *                                                             *
      *  (E)xportacao - gera o ARQWB01 p/ o portal, por codigo do   *
      *                 ARQAB01: titulos em aberto c/ a linha do    *
      *                 codigo de barras (2a. via do boleto),       *
      *                 extrato das liquidacoes dos ultimos 12      *
      *                 meses, saldos e situacao da certidao (mesma *
      *                 regra do pgci01) c/ a ultima emitida;       *
      *  (I)mportacao - carrega o retorno do portal (ARQWB02:       *
      *                 alteracoes cadastrais, contatos de          *
      *                 titulares e inscricoes em eventos) na fila  *
      *                 de aprovacao ARQWB03, um item por campo, e  *
      *                 esvazia o retorno; linha invalida sai no    *
      *                 relatorio c/ o motivo;                      *
      *  (A)provacao  - o operador aceita ou recusa cada item       *
      *                 pendente; so o aceito e gravado no ARQAB01, *
      *                 ARQAB04 ou ARQSL01 (inscricao).             *
      *                                                             *
      *  Rodavel pela cadeia noturna (tabela tipo 25): chamado      *
      *  pelo pgbt01 a senha vem com low-value na frente e o        *
      *  programa faz a exportacao e a importacao sem tela.         *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01   LEADS    *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgwb01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
           select arqci01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ci01-chave
                  alternate record key is ci01-chave-1 with duplicates
                  file status is ci01-status.
      *
           select arqsl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl01-chave
                  alternate record key is sl01-chave-1 with duplicates
                  alternate record key is sl01-chave-2 with duplicates
                  alternate record key is sl01-chave-3 with duplicates
                  alternate record key is sl01-chave-4 with duplicates
                  file status is sl01-status.
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
           select arqwb03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is wb03-chave
                  alternate record key is wb03-chave-1 with duplicates
                  file status is wb03-status.
      *
           select arqwb01 assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is wb01-status.
      *
           select arqwb02 assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is wb02-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdab01.lib.
      *
       copy fdab04.lib.
      *
       copy fdrc01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdci01.lib.
      *
       copy fdsl01.lib.
      *
       copy fdtabl.lib.
      *
       copy fdwb03.lib.
      *
       copy fdwb01.lib.
      *
       copy fdwb02.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
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
       01 ci01-status                  pic x(02) value "00".
       01 ci01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ci01.
          02 ci01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ci01-nome                 pic x(08) value "ARQCI01A".
          02 filler                    pic x(01) value ".".
          02 ci01-ext                  pic x(03) value "DAT".
      *
       01 sl01-status                  pic x(02) value "00".
       01 sl01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sl01.
          02 sl01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 sl01-nome                 pic x(08) value "ARQSL01A".
          02 filler                    pic x(01) value ".".
          02 sl01-ext                  pic x(03) value "DAT".
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
       01 wb03-status                  pic x(02) value "00".
       01 wb03-stat                    pic x(01) value "F".
      *
       01 nome-arq-wb03.
          02 wb03-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 wb03-nome-arq             pic x(08) value "ARQWB03A".
          02 filler                    pic x(01) value ".".
          02 wb03-ext                  pic x(03) value "DAT".
      *
       01 wb01-status                  pic x(02) value "00".
       01 wb01-stat                    pic x(01) value "F".
      *
       01 nome-arq-wb01.
          02 wb01-dir                  pic x(03) value "WEB".
          02 filler                    pic x(01) value "\".
          02 wb01-nome-arq             pic x(08) value "ARQWB01A".
          02 filler                    pic x(01) value ".".
          02 wb01-ext                  pic x(03) value "TXT".
      *
       01 wb02-status                  pic x(02) value "00".
       01 wb02-stat                    pic x(01) value "F".
      *
       01 nome-arq-wb02.
          02 wb02-dir                  pic x(03) value "WEB".
          02 filler                    pic x(01) value "\".
          02 wb02-nome-arq             pic x(08) value "ARQWB02A".
          02 filler                    pic x(01) value ".".
          02 wb02-ext                  pic x(03) value "TXT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGWB01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(40) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 tracos                       pic x(80) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 codigo-aux                pic 9(05) value 0.
          02 valor-atual               pic x(40) value spaces.
          02 valor-novo                pic x(40) value spaces.
          02 dtipo                     pic x(12) value spaces.
          02 dtitular                  pic x(40) value spaces.
      *
       01 flag-lote                    pic x(01) value spaces.
       01 flag-vencido                 pic x(01) value spaces.
       01 flag-campo                   pic x(01) value spaces.
       01 flag-carga                   pic x(01) value spaces.
       01 motivo-rej                   pic x(40) value spaces.
       01 ult-seq                      pic 9(06) value 0.
       01 participante                 pic 9(05) value 0.
       01 item-aux                     pic x(231) value spaces.
      *
       01 data-limite                  pic 9(06) value 0.
       01 data-extrato                 pic 9(06) value 0.
       01 saldo-aberto                 pic 9(11)v9(02) value 0.
       01 saldo-vencido                pic 9(11)v9(02) value 0.
      *
       01 cont-exp.
          02 tot-assoc                 pic 9(05) value 0.
          02 tot-titulos               pic 9(07) value 0.
          02 tot-extrato               pic 9(07) value 0.
          02 tot-registros             pic 9(07) value 0.
      *
       01 cont-imp.
          02 tot-lidos                 pic 9(05) value 0.
          02 tot-carga                 pic 9(05) value 0.
          02 tot-rejeita               pic 9(05) value 0.
          02 tot-igual                 pic 9(05) value 0.
      *
      *    Montagem da linha do codigo de barras FEBRABAN (layout
      *    de 44 posicoes, como no pgft02/pgft08)
      *
       01 barra-febraban.
          02 barra-banco               pic 9(03) value 0.
          02 barra-moeda               pic 9(01) value 9.
          02 barra-dv                  pic 9(01) value 0.
          02 barra-fator               pic 9(04) value 0.
          02 barra-valor               pic 9(08)v9(02) value 0.
          02 barra-livre               pic 9(25) value 0.
      *
       01 barra-febraban-dv-calc.
          02 dvc-banco                 pic 9(03) value 0.
          02 dvc-moeda                 pic 9(01) value 0.
          02 dvc-fator                 pic 9(04) value 0.
          02 dvc-valor                 pic 9(08)v9(02) value 0.
          02 dvc-livre                 pic 9(25) value 0.
       01 barra-febraban-dv-calc-r redefines barra-febraban-dv-calc.
          02 dvc-dig                   pic 9 occurs 43.
      *
      *    Data base (07/10/1997) do fator de vencimento, calculada
      *    na mesma convencao de dias-corr usada pelo sistema
      *
       01 fator-base-dias-corr         pic 9(06) value 35227.
       01 fator-calc                   pic 9(06) value 0.
      *
       01 campos-vd-febraban.
          02 vdf-i                     pic 9(02) comp-5 value 0.
          02 vdf-peso                  pic 9(01) comp-5 value 0.
          02 vdf-soma                  pic 9(04) comp-5 value 0.
          02 vdf-quoc                  pic 9(03) comp-5 value 0.
          02 vdf-resto                 pic 9(02) comp-5 value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
       01 data-aux-num redefines data-aux pic 9(06).
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
          02 filler                    pic x(38) value
          "Portal do Associado - Troca de Dados".
          02 filler                    pic x(13) value spaces.
          02 cab-data                  pic x(08) value spaces.
      *
       01 est-lin.
          02 filler                    pic x(04) value spaces.
          02 est-desc                  pic x(32) value spaces.
          02 est-qtd                   pic zzzzzz9 value 0.
      *
       01 est-msg.
          02 filler                    pic x(04) value spaces.
          02 est-texto                 pic x(76) value spaces.
      *
       01 rej-lin.
          02 filler                    pic x(06) value spaces.
          02 filler                    pic x(06) value "Linha ".
          02 rej-linha                 pic zzzz9 value 0.
          02 filler                    pic x(03) value " - ".
          02 rej-tipo                  pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
          02 rej-codigo                pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 rej-campo                 pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 rej-motivo                pic x(40) value spaces.
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
          02 line 08 column 40 foreground-color 06 background-color 01
             highlight value "Portal do Associado".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (E/I/A).......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Item.................:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Associado............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Titular/Evento.......:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Campo................:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Conteudo atual.......:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Conteudo novo........:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Enviado em...........:".
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
      *
      *    Rodada pela cadeia: exporta e carrega o retorno sem
      *    tela (a senha do pgbt01 vem com low-value na frente,
      *    que senha digitada nao tem); a aprovacao e sempre do
      *    operador
      *
           if param-senha(1:1) = low-value
              move "S" to flag-lote
              perform rot-open-imp
              if erro not = 0
                 go to lab-fim
              end-if
              perform rot-cabec-rel
              perform sec-exportacao
              perform sec-importacao
              perform rot-fecha-rel
              go to lab-fim
           end-if.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-save-buffer.
           display tela-cabec.
           move 03 to box-col.
           move 06 to box-lin.
           move 74 to box-col-f.
           move 20 to box-lin-f.
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
      *    Erro de abertura: na tela, ou no relatorio quando a
      *    rodada e da cadeia
      *
       rot-erro-abertura.
           if flag-lote = "S"
              move mensagem to est-texto
              write reg-imp from est-msg after 1 line
           else
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
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
                 perform rot-erro-abertura
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
       rot-open-ab04.
           move 0 to erro.
           if ab04-stat = "F"
              open i-o arqab04
              if ab04-status not = "00"
                 move
                 " Erro de abertura no ARQAB04A.DAT - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-abertura
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
       rot-open-rc01.
           move 0 to erro.
           if rc01-stat = "F"
              open input arqrc01
              if rc01-status not = "00"
                 move
                 " Erro de abertura no ARQRC01A.DAT - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-abertura
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
                 perform rot-erro-abertura
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
      *    Sem ARQCI01 (nenhuma certidao emitida ainda) a
      *    exportacao segue, so sem a ultima certidao
      *
       rot-open-ci01.
           if ci01-stat = "F"
              open input arqci01
              if ci01-status = "00"
                 move "A" to ci01-stat
              end-if
           end-if.
      *
       rot-close-ci01.
           if ci01-stat = "A"
              close arqci01
              move "F" to ci01-stat
           end-if.
      *
       rot-le-prox-ci01.
           move 0 to erro.
           read arqci01 next record at end move 1 to erro.
           if ci01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ci01
           end-if.
      *
       rot-open-sl01.
           move 0 to erro.
           if sl01-stat = "F"
              open i-o arqsl01
              if sl01-status not = "00"
                 move
                 " Erro de abertura no ARQSL01A.DAT - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-abertura
                 move 1 to erro
              else
                 move "A" to sl01-stat
              end-if
           end-if.
      *
       rot-close-sl01.
           if sl01-stat = "A"
              close arqsl01
              move "F" to sl01-stat
           end-if.
      *
       rot-le-sl01.
           move 0 to erro.
           read arqsl01 invalid key move 1 to erro.
           if sl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-sl01
           end-if.
      *
       rot-le-prox-sl01.
           move 0 to erro.
           read arqsl01 next record at end move 1 to erro.
           if sl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-sl01
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
                 perform rot-erro-abertura
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
       rot-open-wb03.
           move 0 to erro.
           if wb03-stat = "F"
              open i-o arqwb03
              if wb03-status = "35"
                 open output arqwb03
                 move zeros to reg-wb03-1
                 move high-values to wb03-controle
                 move 0 to wb03-ult-seq
                 write reg-wb03-1
                 close arqwb03
                 open i-o arqwb03
              end-if
              if wb03-status not = "00"
                 move
                 " Erro de abertura no ARQWB03A.DAT - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-abertura
                 move 1 to erro
              else
                 move "A" to wb03-stat
              end-if
           end-if.
      *
       rot-close-wb03.
           if wb03-stat = "A"
              close arqwb03
              move "F" to wb03-stat
           end-if.
      *
       rot-le-wb03.
           move 0 to erro.
           read arqwb03 invalid key move 1 to erro.
           if wb03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-wb03
           end-if.
      *
       rot-le-prox-wb03.
           move 0 to erro.
           read arqwb03 next record at end move 1 to erro.
           if wb03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-wb03
           end-if.
      *
       rot-open-imp.
           move 0 to erro.
           move param-impress to impress.
           move zeros to imp-status.
           if imp-stat = "F"
              open output arqimp
              if imp-status not = "00"
                 if flag-lote not = "S"
                    move " Erro de impressao - Tecle <Enter>" to
                    mensagem
                    display tela-erro-cad
                    perform rot-keypress
                    display tela-limpa-cad
                 end-if
                 move 1 to erro
              else
                 move "A" to imp-stat
              end-if
           end-if.
      *
       rot-cabec-rel.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           write reg-imp from cab-abav.
           write reg-imp from cab-prog after 2 lines.
           write reg-imp from tracos after 1 line.
      *
       rot-fecha-rel.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after page.
           if imp-stat = "A"
              close arqimp
              move "F" to imp-stat
           end-if.
      *
      *    dias-corr -> ddmmaa do arquivo do portal
      *
       rot-data-portal.
           if dias-corr = 0
              move 0 to data-aux-num
           else
              move 1 to opcao-data
              perform rot-data
              move dia-euro to dia-aux
              move mes-euro to mes-aux
              move ano-euro to ano-aux
           end-if.
      *
      *    Saldos do associado em codigo-aux: em aberto = titulo
      *    sem situacao; vencido pela mesma regra da certidao
      *    (pgci01), que tambem acende flag-vencido
      *
       rot-saldo-assoc.
           move 0 to saldo-aberto saldo-vencido.
           move "N" to flag-vencido.
           move low-values to rc01-chave-1.
           move codigo-aux to rc01-codigo-a.
           move "A" to rc01-condicao-a.
           start arqrc01 key is not less rc01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-saldo-assoc-fim
           end-if.
       rot-saldo-assoc-1.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              go to rot-saldo-assoc-fim
           end-if.
           if rc01-chave = high-values
              go to rot-saldo-assoc-fim
           end-if.
           if rc01-codigo-a not = codigo-aux or
              rc01-condicao-a not = "A"
              go to rot-saldo-assoc-fim
           end-if.
           if rc01-situacao not = spaces
              go to rot-saldo-assoc-1
           end-if.
           add rc01-valor to saldo-aberto.
           if rc01-vencimento not = 0 and
              rc01-vencimento < data-limite
              add rc01-valor to saldo-vencido
              move "S" to flag-vencido
           end-if.
           go to rot-saldo-assoc-1.
       rot-saldo-assoc-fim.
           exit.
      *
      *    Ultima certidao emitida p/ o codigo-aux
      *
       rot-ultima-certidao.
           move 0 to wb01-ass-cert-numero wb01-ass-cert-validade.
           if ci01-stat not = "A"
              go to rot-ultima-certidao-fim
           end-if.
           move codigo-aux to ci01-codigo.
           start arqci01 key is not less ci01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ultima-certidao-fim
           end-if.
       rot-ultima-certidao-1.
           perform rot-le-prox-ci01.
           if erro not = 0
              move 0 to erro
              go to rot-ultima-certidao-fim
           end-if.
           if ci01-codigo not = codigo-aux
              go to rot-ultima-certidao-fim
           end-if.
           if ci01-situacao not = "E"
              go to rot-ultima-certidao-1
           end-if.
           if ci01-numero < wb01-ass-cert-numero
              go to rot-ultima-certidao-1
           end-if.
           move ci01-numero to wb01-ass-cert-numero.
           move ci01-validade to dias-corr.
           perform rot-data-portal.
           move data-aux-num to wb01-ass-cert-validade.
           go to rot-ultima-certidao-1.
       rot-ultima-certidao-fim.
           exit.
      *
      *    Titulos em aberto do codigo-aux, c/ a linha do boleto
      *
       rot-titulos.
           move low-values to rc01-chave-1.
           move codigo-aux to rc01-codigo-a.
           move "A" to rc01-condicao-a.
           start arqrc01 key is not less rc01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-titulos-fim
           end-if.
       rot-titulos-1.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              go to rot-titulos-fim
           end-if.
           if rc01-chave = high-values
              go to rot-titulos-fim
           end-if.
           if rc01-codigo-a not = codigo-aux or
              rc01-condicao-a not = "A"
              go to rot-titulos-fim
           end-if.
           if rc01-situacao not = spaces
              go to rot-titulos-1
           end-if.
           move spaces to reg-wb01.
           move "T" to wb01-tipo.
           move codigo-aux to wb01-codigo.
           move rc01-documento to wb01-tit-documento.
           move rc01-emissao to dias-corr.
           perform rot-data-portal.
           move data-aux-num to wb01-tit-emissao.
           move rc01-vencimento to dias-corr.
           perform rot-data-portal.
           move data-aux-num to wb01-tit-vencimento.
           move rc01-valor to wb01-tit-valor.
           move "N" to wb01-tit-vencido.
           if rc01-vencimento not = 0 and
              rc01-vencimento < data-limite
              move "S" to wb01-tit-vencido
           end-if.
           if rc01-portador not = 0 and rc01-vencimento not = 0
              perform rot-febraban
              move barra-febraban to wb01-tit-barra
           end-if.
           move rc01-obs to wb01-tit-obs.
           write reg-wb01.
           add 1 to tot-titulos tot-registros.
           go to rot-titulos-1.
       rot-titulos-fim.
           exit.
      *
      *    Extrato: liquidacoes validas do codigo-aux desde
      *    data-extrato
      *
       rot-extrato.
           move low-values to bx01-chave-1.
           move codigo-aux to bx01-codigo.
           move "A" to bx01-condicao.
           start arqbx01 key is not less bx01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-extrato-fim
           end-if.
       rot-extrato-1.
           perform rot-le-prox-bx01.
           if erro not = 0
              move 0 to erro
              go to rot-extrato-fim
           end-if.
           if bx01-chave = high-values
              go to rot-extrato-fim
           end-if.
           if bx01-codigo not = codigo-aux or
              bx01-condicao not = "A"
              go to rot-extrato-fim
           end-if.
           if bx01-situacao not = spaces
              go to rot-extrato-1
           end-if.
           if bx01-liquidacao < data-extrato
              go to rot-extrato-1
           end-if.
           move spaces to reg-wb01.
           move "E" to wb01-tipo.
           move codigo-aux to wb01-codigo.
           move bx01-documento to wb01-ext-documento.
           move bx01-vencimento to dias-corr.
           perform rot-data-portal.
           move data-aux-num to wb01-ext-vencimento.
           move bx01-liquidacao to dias-corr.
           perform rot-data-portal.
           move data-aux-num to wb01-ext-liquidacao.
           move bx01-valor to wb01-ext-valor.
           move bx01-valor-pago to wb01-ext-valor-pago.
           move bx01-obs to wb01-ext-obs.
           write reg-wb01.
           add 1 to tot-extrato tot-registros.
           go to rot-extrato-1.
       rot-extrato-fim.
           exit.
      *
       rot-fator-vencimento.
           compute fator-calc = rc01-vencimento - fator-base-dias-corr.
           if fator-calc < 0
              move 0 to fator-calc
           end-if.
           perform rot-fator-reduz until fator-calc < 10000.
           move fator-calc to barra-fator.
      *
       rot-fator-reduz.
           subtract 10000 from fator-calc.
      *
      *    Linha do codigo de barras FEBRABAN (banco = portador do
      *    titulo) e digito geral modulo 11, como no pgft02
      *
       rot-febraban.
           move rc01-portador to barra-banco.
           move 9 to barra-moeda.
           perform rot-fator-vencimento.
           move rc01-valor to barra-valor.
           move rc01-codigo to barra-livre.
           move barra-banco to dvc-banco.
           move barra-moeda to dvc-moeda.
           move barra-fator to dvc-fator.
           move barra-valor to dvc-valor.
           move barra-livre to dvc-livre.
           perform rot-febraban-dv.
      *
       rot-febraban-dv.
           move 0 to vdf-soma.
           move 2 to vdf-peso.
           move 43 to vdf-i.
           perform rot-febraban-dv-1 until vdf-i = 0.
           divide vdf-soma by 11 giving vdf-quoc remainder vdf-resto.
           if vdf-resto = 0 or vdf-resto = 1
              move 1 to barra-dv
           else
              compute barra-dv = 11 - vdf-resto
           end-if.
      *
       rot-febraban-dv-1.
           compute vdf-soma = vdf-soma + (dvc-dig (vdf-i) * vdf-peso).
           add 1 to vdf-peso.
           if vdf-peso > 9
              move 2 to vdf-peso
           end-if.
           subtract 1 from vdf-i.
      *
      *    Conteudo atual do campo (wb03-tipo/wb03-campo) no
      *    reg-ab01 ou reg-ab04 lido; flag-campo "N" p/ campo que
      *    o portal nao pode alterar
      *
       rot-campo-atual.
           move spaces to valor-atual.
           move "S" to flag-campo.
           if wb03-tipo = "C"
              evaluate wb03-campo
                  when "ENDERECO"
                       move ab01-endereco to valor-atual
                  when "CIDADE"
                       move ab01-cidade to valor-atual
                  when "UF"
                       move ab01-uf to valor-atual
                  when "CEP"
                       move ab01-cep to valor-atual
                  when "DDD"
                       move ab01-ddd to valor-atual
                  when "TELEFONE1"
                       move ab01-telefone(1) to valor-atual
                  when "TELEFONE2"
                       move ab01-telefone(2) to valor-atual
                  when "FAX"
                       move ab01-fax to valor-atual
                  when other
                       move "N" to flag-campo
              end-evaluate
           else
              evaluate wb03-campo
                  when "ENDERECO"
                       move ab04-endereco to valor-atual
                  when "CIDADE"
                       move ab04-cidade to valor-atual
                  when "UF"
                       move ab04-uf to valor-atual
                  when "CEP"
                       move ab04-cep to valor-atual
                  when "DDD"
                       move ab04-ddd to valor-atual
                  when "TELEFONE"
                       move ab04-telefone to valor-atual
                  when "CARGO"
                       move ab04-cargo to valor-atual
                  when other
                       move "N" to flag-campo
              end-evaluate
           end-if.
      *
      *    CEP e DDD sao numericos no cadastro
      *
       rot-confere-valor.
           move 0 to erro.
           if wb03-campo = "CEP"
              if wb03-valor-novo(1:8) not numeric or
                 wb03-valor-novo(9:32) not = spaces
                 move 1 to erro
              end-if
           end-if.
           if wb03-campo = "DDD"
              if wb03-valor-novo(1:4) not numeric or
                 wb03-valor-novo(5:36) not = spaces
                 move 1 to erro
              end-if
           end-if.
      *
      *    Grava o conteudo novo no reg-ab01 (tipo C) ou reg-ab04
      *    (tipo F); endereco ou CEP corrigido limpa a marca de
      *    correspondencia devolvida, como na manutencao (pgab01)
      *
       rot-aplica-campo.
           if wb03-tipo = "C"
              evaluate wb03-campo
                  when "ENDERECO"
                       move wb03-valor-novo to ab01-endereco
                       move spaces to ab01-end-status
                       move 0 to ab01-dev-data ab01-dev-motivo
                  when "CIDADE"
                       move wb03-valor-novo to ab01-cidade
                  when "UF"
                       move wb03-valor-novo to ab01-uf
                  when "CEP"
                       move wb03-valor-novo(1:8) to ab01-cep
                       move spaces to ab01-end-status
                       move 0 to ab01-dev-data ab01-dev-motivo
                  when "DDD"
                       move wb03-valor-novo(1:4) to ab01-ddd
                  when "TELEFONE1"
                       move wb03-valor-novo to ab01-telefone(1)
                  when "TELEFONE2"
                       move wb03-valor-novo to ab01-telefone(2)
                  when "FAX"
                       move wb03-valor-novo to ab01-fax
              end-evaluate
              move param-data to ab01-data-alt
              move param-usr to ab01-usuario
              move param-data to ab01-data
           else
              evaluate wb03-campo
                  when "ENDERECO"
                       move wb03-valor-novo to ab04-endereco
                  when "CIDADE"
                       move wb03-valor-novo to ab04-cidade
                  when "UF"
                       move wb03-valor-novo to ab04-uf
                  when "CEP"
                       move wb03-valor-novo(1:8) to ab04-cep
                  when "DDD"
                       move wb03-valor-novo(1:4) to ab04-ddd
                  when "TELEFONE"
                       move wb03-valor-novo to ab04-telefone
                  when "CARGO"
                       move wb03-valor-novo to ab04-cargo
              end-evaluate
              move param-usr to ab04-usuario
              move param-data to ab04-data
           end-if.
      *
      *    Linha rejeitada na carga, c/ o motivo
      *
       rot-rejeita.
           move tot-lidos to rej-linha.
           move wb02-tipo to rej-tipo.
           move 0 to rej-codigo.
           if wb02-codigo numeric
              move wb02-codigo to rej-codigo
           end-if.
           move spaces to rej-campo.
           if wb02-tipo = "C" or "F"
              move wb02-campo to rej-campo
           end-if.
           if wb02-tipo = "I"
              move wb02-evento to rej-campo
           end-if.
           move motivo-rej to rej-motivo.
           write reg-imp from rej-lin after 1 line.
           add 1 to tot-rejeita.
      *
      *    Diario de atualizacoes (rotjn01): imagem antes em
      *    jor-antes (regravacao), operacao em jor-operacao
      *
       rot-jornal.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           call "rotjn01" using campo-jornal.
           move spaces to jor-antes jor-depois.
      *
       rot-jn-ab01.
           move "ARQAB01A" to jor-arquivo.
           move ab01-chave to jor-chave.
           move 412 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-ab01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-ab01 to jor-depois
                    when other
                         move reg-ab01 to jor-depois
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
           if funcao not = "E" and "I" and "A"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if funcao = "A"
              perform sec-aprovacao
              go to lab-fun-01
           end-if.
      *
      *    Exportacao e importacao saem c/ o relatorio da rodada
      *
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-fun-01
           end-if.
           perform rot-cabec-rel.
           move "Processando - Aguarde" to mensagem.
           display tela-mensagem-cad.
           if funcao = "E"
              perform sec-exportacao
           else
              perform sec-importacao
           end-if.
           perform rot-fecha-rel.
           display tela-limpa-cad.
           move "Concluido - resumo impresso - Tecle <Enter>" to
           mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-envio.
           exit.
      *
      ************************
      *                      *
      *  Exportacao          *
      *                      *
      ************************
      *
       sec-exportacao section.
      *
       lab-exp-00.
           move 0 to tot-assoc tot-titulos tot-extrato tot-registros.
           write reg-imp from spaces after 1 line.
           move "Exportacao p/ o portal (ARQWB01)" to est-texto.
           write reg-imp from est-msg after 1 line.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-ci01.
           move 0 to erro.
           move zeros to wb01-status.
           open output arqwb01.
           if wb01-status not = "00"
              move " Erro de abertura no ARQWB01A.TXT - Tecle <Enter>"
              to mensagem
              perform rot-erro-abertura
              go to lab-exp-fim
           end-if.
           move "A" to wb01-stat.
      *
      *    Vencido = vencimento anterior a hoje (pgci01); extrato
      *    dos ultimos 12 meses (360 dias corridos)
      *
           move param-data to data-limite.
           move 0 to data-extrato.
           if param-data > 360
              compute data-extrato = param-data - 360
           end-if.
           move spaces to reg-wb01.
           move "0" to wb01-tipo.
           move 0 to wb01-codigo.
           move param-data to dias-corr.
           perform rot-data-portal.
           move data-aux-num to wb01-cab-data.
           write reg-wb01.
           add 1 to tot-registros.
           move low-values to ab01-chave.
           start arqab01 key is not less ab01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-exp-02
           end-if.
      *
       lab-exp-01.
           perform rot-le-prox-ab01.
           if erro not = 0
              move 0 to erro
              go to lab-exp-02
           end-if.
           if ab01-chave = high-values
              go to lab-exp-01
           end-if.
      *
      *    Codigo incorporado a outro (pgab0f) nao vai p/ o portal
      *
           if ab01-codigo-novo not = 0
              go to lab-exp-01
           end-if.
           move ab01-codigo to codigo-aux.
           perform rot-saldo-assoc thru rot-saldo-assoc-fim.
           move spaces to reg-wb01.
           move "A" to wb01-tipo.
           move codigo-aux to wb01-codigo.
           move ab01-razao-social to wb01-ass-razao-social.
           move ab01-situacao to wb01-ass-situacao.
      *
      *    Certidao pela regra do pgci01
      *
           move "R" to wb01-ass-certidao.
           move spaces to wb01-ass-motivo.
           if ab01-situacao not = 1
              move "I" to wb01-ass-certidao
              move "ASSOCIADO SUSPENSO OU INATIVO" to wb01-ass-motivo
           else
              if flag-vencido = "S"
                 move "I" to wb01-ass-certidao
                 move "DEBITO VENCIDO EM ABERTO" to wb01-ass-motivo
              end-if
           end-if.
           perform rot-ultima-certidao thru rot-ultima-certidao-fim.
           move saldo-aberto to wb01-ass-saldo-aberto.
           move saldo-vencido to wb01-ass-saldo-vencido.
           write reg-wb01.
           add 1 to tot-assoc tot-registros.
           perform rot-titulos thru rot-titulos-fim.
           perform rot-extrato thru rot-extrato-fim.
           go to lab-exp-01.
      *
       lab-exp-02.
           move spaces to reg-wb01.
           move "9" to wb01-tipo.
           move 0 to wb01-codigo.
           add 1 to tot-registros.
           move tot-registros to wb01-trl-qtd.
           write reg-wb01.
           move "Associados exportados....:" to est-desc.
           move tot-assoc to est-qtd.
           write reg-imp from est-lin after 1 line.
           move "Titulos em aberto........:" to est-desc.
           move tot-titulos to est-qtd.
           write reg-imp from est-lin after 1 line.
           move "Lancamentos de extrato...:" to est-desc.
           move tot-extrato to est-qtd.
           write reg-imp from est-lin after 1 line.
           move "Registros gravados.......:" to est-desc.
           move tot-registros to est-qtd.
           write reg-imp from est-lin after 1 line.
      *
       lab-exp-fim.
           if wb01-stat = "A"
              close arqwb01
              move "F" to wb01-stat
           end-if.
           perform rot-close-ci01.
           perform rot-close-bx01.
           perform rot-close-rc01.
           perform rot-close-ab01.
           exit.
      *
      ************************
      *                      *
      *  Importacao          *
      *                      *
      ************************
      *
       sec-importacao section.
      *
       lab-imp-00.
           move 0 to tot-lidos tot-carga tot-rejeita tot-igual.
           move "N" to flag-carga.
           write reg-imp from spaces after 1 line.
           move "Retorno do portal (ARQWB02) p/ a fila de aprovacao"
           to est-texto.
           write reg-imp from est-msg after 1 line.
           move zeros to wb02-status.
           open input arqwb02.
           if wb02-status not = "00"
              move "Nenhum retorno do portal a carregar" to est-texto
              write reg-imp from est-msg after 1 line
              go to lab-imp-fim
           end-if.
           move "A" to wb02-stat.
           perform rot-open-wb03.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-ab04.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           move "S" to flag-carga.
           write reg-imp from spaces after 1 line.
      *
       lab-imp-01.
           read arqwb02 at end
                go to lab-imp-02
           end-read.
           add 1 to tot-lidos.
           if wb02-tipo not = "C" and "F" and "I"
              move "TIPO DE REGISTRO INVALIDO" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           if wb02-codigo not numeric
              move "CODIGO INVALIDO" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           move wb02-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0 or ab01-codigo-novo not = 0
              move 0 to erro
              move "ASSOCIADO NAO CADASTRADO" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           move zeros to reg-wb03.
           move spaces to wb03-campo wb03-valor-atual wb03-valor-novo
                          wb03-evento wb03-nome wb03-cargo
                          wb03-nome-cracha wb03-telefone wb03-usuario.
           move "P" to wb03-situacao.
           move wb02-tipo to wb03-tipo.
           move wb02-codigo to wb03-codigo.
           if wb02-tipo = "I"
              go to lab-imp-01-2
           end-if.
      *
      *    Alteracao de campo: cadastro (C) ou titular (F)
      *
           move wb02-campo to txt.
           perform rot-texto.
           move txt to wb03-campo.
           move wb02-valor to wb03-valor-novo.
           if wb02-tipo = "C"
              move 0 to wb03-titular
           else
              if wb02-titular not numeric
                 move "TITULAR INVALIDO" to motivo-rej
                 perform rot-rejeita
                 go to lab-imp-01
              end-if
              move wb02-codigo to ab04-codigo
              move ab01-condicao to ab04-condicao
              move wb02-titular to ab04-titular wb03-titular
              perform rot-le-ab04
              if erro not = 0 or ab04-data-saida not = 0
                 move 0 to erro
                 move "TITULAR NAO CADASTRADO OU DESLIGADO" to
                 motivo-rej
                 perform rot-rejeita
                 go to lab-imp-01
              end-if
           end-if.
           perform rot-campo-atual.
           if flag-campo not = "S"
              move "CAMPO NAO ALTERAVEL PELO PORTAL" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           perform rot-confere-valor.
           if erro not = 0
              move 0 to erro
              move "CONTEUDO NAO NUMERICO" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           if wb03-valor-novo = valor-atual
              add 1 to tot-igual
              go to lab-imp-01
           end-if.
           move valor-atual to wb03-valor-atual.
           go to lab-imp-01-3.
      *
      *    Inscricao em evento (tabela tipo 17)
      *
       lab-imp-01-2.
           move "INSCRICAO" to wb03-campo.
           move "17" to tabl-tipo.
           move spaces to tabl-codigo.
           move wb02-evento to tabl-codigo.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move "EVENTO NAO CADASTRADO (TABELA 17)" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           if wb02-nome = spaces
              move "NOME DO PARTICIPANTE EM BRANCO" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           move wb02-evento to wb03-evento.
           move wb02-nome to wb03-nome wb03-valor-novo.
           move wb02-cargo to wb03-cargo.
           move wb02-nome-cracha to wb03-nome-cracha.
           if wb02-ddd numeric
              move wb02-ddd to wb03-ddd
           end-if.
           move wb02-telefone to wb03-telefone.
      *
       lab-imp-01-3.
           move param-data to wb03-data-carga.
           move param-data to wb03-data-envio.
           move wb02-data-envio to data-aux.
           if data-aux-num numeric
              move dia-aux to dia-euro
              move mes-aux to mes-euro
              move ano-aux to ano-euro
              move 2 to opcao-data
              perform rot-data
              if erro = 0
                 move dias-corr to wb03-data-envio
              end-if
              move 0 to erro
           end-if.
      *
      *    O controle divide a area c/ o item: guarda o item,
      *    tira o numero e devolve
      *
           move reg-wb03 to item-aux.
           move high-values to wb03-chave.
           perform rot-le-wb03.
           if erro not = 0
              move 0 to erro
              move "N" to flag-carga
              move "ERRO NO CONTROLE DO ARQWB03" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           add 1 to wb03-ult-seq.
           move wb03-ult-seq to ult-seq.
           rewrite reg-wb03-1 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           move item-aux to reg-wb03.
           move ult-seq to wb03-sequencia wb03-sequencia-a.
           write reg-wb03 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move 0 to erro
              move "N" to flag-carga
              move "ERRO DE GRAVACAO NO ARQWB03" to motivo-rej
              perform rot-rejeita
              go to lab-imp-01
           end-if.
           add 1 to tot-carga.
           go to lab-imp-01.
      *
      *    Fim do retorno: so esvazia o ARQWB02 quando todas as
      *    linhas validas entraram na fila
      *
       lab-imp-02.
           close arqwb02.
           move "F" to wb02-stat.
           if flag-carga = "S"
              open output arqwb02
              if wb02-status = "00"
                 close arqwb02
              end-if
           else
              move "ATENCAO: falha de gravacao - ARQWB02 NAO esvaziado"
              to est-texto
              write reg-imp from est-msg after 1 line
           end-if.
           write reg-imp from spaces after 1 line.
           move "Linhas lidas.............:" to est-desc.
           move tot-lidos to est-qtd.
           write reg-imp from est-lin after 1 line.
           move "Itens p/ aprovacao.......:" to est-desc.
           move tot-carga to est-qtd.
           write reg-imp from est-lin after 1 line.
           move "Sem alteracao (ignorados):" to est-desc.
           move tot-igual to est-qtd.
           write reg-imp from est-lin after 1 line.
           move "Linhas rejeitadas........:" to est-desc.
           move tot-rejeita to est-qtd.
           write reg-imp from est-lin after 1 line.
           go to lab-imp-fim.
      *
       lab-imp-fim.
           if wb02-stat = "A"
              close arqwb02
              move "F" to wb02-stat
           end-if.
           perform rot-close-tabl.
           perform rot-close-ab04.
           perform rot-close-ab01.
           perform rot-close-wb03.
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
           perform rot-open-wb03.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-ab04.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           move 0 to ult-seq.
      *
      *    Proximo item pendente depois do ultimo visto
      *
       lab-apr-01.
           perform lmp-item thru lmp-envio.
           move "P" to wb03-situacao.
           move ult-seq to wb03-sequencia-a.
           start arqwb03 key is greater wb03-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro = 0
              perform rot-le-prox-wb03
           end-if.
           if erro not = 0 or wb03-situacao not = "P"
              move 0 to erro
              move "Nao ha (mais) alteracoes pendentes - Tecle <Enter>"
              to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-fim
           end-if.
           move wb03-sequencia to ult-seq.
           perform rot-mostra-item.
      *
       lab-apr-02.
           move "(A)ceita  (R)ecusa  (P)roxima ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-apr-fim
           end-if.
           if resposta not = "A" and "R" and "P"
              go to lab-apr-02
           end-if.
           display tela-limpa-cad.
           if resposta = "P"
              go to lab-apr-01
           end-if.
           if resposta = "R"
              move "R" to wb03-situacao
              go to lab-apr-04
           end-if.
           if wb03-tipo = "I"
              go to lab-apr-03
           end-if.
      *
      *    Aceite de campo: grava no ARQAB01 ou no ARQAB04
      *
           perform rot-confere-valor.
           if erro not = 0
              move 0 to erro
              move " Conteudo invalido p/ o campo - recuse - Tecle <En
      -       "ter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-02
           end-if.
           move wb03-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move 0 to erro
              move " Associado nao cadastrado - recuse - Tecle <Enter>"
              to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-02
           end-if.
           if wb03-tipo = "C"
              move reg-ab01 to jor-antes
              perform rot-aplica-campo
              rewrite reg-ab01 invalid key
                      move 1 to erro
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-ab01
              end-rewrite
           else
              move wb03-codigo to ab04-codigo
              move ab01-condicao to ab04-condicao
              move wb03-titular to ab04-titular
              perform rot-le-ab04
              if erro = 0
                 perform rot-aplica-campo
                 rewrite reg-ab04 invalid key
                         move 1 to erro
                 end-rewrite
              end-if
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao do cadastro - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-02
           end-if.
           move "A" to wb03-situacao.
           go to lab-apr-04.
      *
      *    Aceite de inscricao: participante novo no ARQSL01,
      *    c/ os dados da empresa do ARQAB01
      *
       lab-apr-03.
           move wb03-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move 0 to erro
              move " Associado nao cadastrado - recuse - Tecle <Enter>"
              to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-02
           end-if.
           move wb03-nome to txt.
           perform rot-texto.
           move txt to sl01-nome in sl01-chave-2.
           start arqsl01 key is equal sl01-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-apr-03-2
           end-if.
      *
       lab-apr-03-1.
           perform rot-le-prox-sl01.
           if erro not = 0
              move 0 to erro
              go to lab-apr-03-2
           end-if.
           if sl01-nome in sl01-chave-2 not = txt
              go to lab-apr-03-2
           end-if.
           if sl01-evento not = wb03-evento
              go to lab-apr-03-1
           end-if.
           move " Participante ja inscrito no evento - recuse - Tecle
      -    "<Enter>" to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-apr-02.
      *
       lab-apr-03-2.
           move high-values to sl01-chave-controle.
           perform rot-le-sl01.
           if erro not = 0
              move 0 to erro
              move " Erro no registro de controle - ARQSL01A.DAT - Tecle
      -       " <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-02
           end-if.
           add 1 to sl01-numero.
           move sl01-numero to participante.
           rewrite reg-sl01-1 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           move zeros to reg-sl01.
           move participante to sl01-codigo.
           move ab01-razao-social to txt.
           perform rot-texto.
           move txt to sl01-empresa in sl01-chave-1
                       sl01-empresa in sl01-chave-3
                       sl01-empresa in sl01-chave-4.
           move ab01-razao-social to sl01-empresa-a.
           move wb03-nome to txt sl01-nome-a.
           perform rot-texto.
           move txt to sl01-nome in sl01-chave-2
                       sl01-nome in sl01-chave-4.
           move "A" to sl01-grupo.
           move wb03-nome-cracha to sl01-nome-cracha.
           move wb03-cargo to sl01-cargo.
           move ab01-endereco to sl01-endereco.
           move ab01-cep to sl01-cep.
           move ab01-uf to sl01-uf.
           move ab01-cidade to sl01-cidade.
           move ab01-ddd to sl01-ddd.
           move ab01-telefone(1) to sl01-telefone.
           if wb03-telefone not = spaces
              move wb03-ddd to sl01-ddd
              move wb03-telefone to sl01-telefone
           end-if.
           move ab01-telex to sl01-telex.
           move ab01-fax to sl01-fax.
           move "N" to sl01-presenca sl01-tkt sl01-etiqueta.
           move param-usr to sl01-usuario.
           move param-data to sl01-data.
           move 0 to sl01-data-checkin sl01-hora-checkin.
           move wb03-evento to sl01-evento.
           move spaces to sl01-compartilha.
           write reg-sl01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQSL01A.DAT - Tecle <Enter>"
              to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-02
           end-if.
           move participante to wb03-participante.
           move "A" to wb03-situacao.
      *
      *    Decisao registrada no item c/ usuario e data
      *
       lab-apr-04.
           move wb03-sequencia to wb03-sequencia-a.
           move param-usr to wb03-usuario.
           move param-data to wb03-data.
           rewrite reg-wb03 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao - ARQWB03A.DAT - Tecle <Enter>"
              to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-apr-01
           end-if.
           if wb03-situacao = "A"
              move "Alteracao aceita e gravada - Tecle <Enter>" to
              mensagem
           else
              move "Alteracao recusada - Tecle <Enter>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-apr-01.
      *
      *    Item na tela, c/ o conteudo atual relido do cadastro
      *
       rot-mostra-item.
           evaluate wb03-tipo
               when "C"
                    move "CADASTRAL" to dtipo
               when "F"
                    move "CONTATO" to dtipo
               when other
                    move "INSCRICAO" to dtipo
           end-evaluate.
           move wb03-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move 0 to erro
              move spaces to ab01-razao-social
           end-if.
           move spaces to dtitular valor-atual.
           if wb03-tipo = "F"
              move wb03-codigo to ab04-codigo
              move ab01-condicao to ab04-condicao
              move wb03-titular to ab04-titular
              perform rot-le-ab04
              if erro not = 0
                 move 0 to erro
                 move "TITULAR NAO CADASTRADO" to dtitular
              else
                 move ab04-nome to dtitular
                 perform rot-campo-atual
              end-if
           end-if.
           if wb03-tipo = "C"
              perform rot-campo-atual
           end-if.
           if wb03-tipo = "I"
              move "17" to tabl-tipo
              move spaces to tabl-codigo
              move wb03-evento to tabl-codigo
              perform rot-le-tabl
              if erro not = 0
                 move 0 to erro
              else
                 move tabl-descricao to dtitular
              end-if
           end-if.
           perform dsp-item thru dsp-envio.
      *
       lab-apr-fim.
           perform rot-close-tabl.
           perform rot-close-sl01.
           perform rot-close-ab04.
           perform rot-close-ab01.
           perform rot-close-wb03.
           perform lmp-item thru lmp-envio.
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
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-item.
           display wb03-sequencia at 1129 with foreground-color 15
                   background-color 01.
           display dtipo at 1136 with foreground-color 15
                   background-color 01.
      *
       dsp-associado.
           display wb03-codigo at 1229 with foreground-color 15
                   background-color 01.
           display ab01-razao-social at 1236 with foreground-color 15
                   background-color 01.
      *
       dsp-titular.
           if wb03-tipo = "F"
              display wb03-titular at 1329 with foreground-color 15
                      background-color 01
           end-if.
           if wb03-tipo = "I"
              display wb03-evento at 1329 with foreground-color 15
                      background-color 01
           end-if.
           display dtitular at 1336 with foreground-color 15
                   background-color 01.
      *
       dsp-campo.
           display wb03-campo at 1429 with foreground-color 15
                   background-color 01.
      *
       dsp-atual.
           display valor-atual at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-novo.
           display wb03-valor-novo at 1629 with foreground-color 15
                   background-color 01.
      *
       dsp-envio.
           move wb03-data-envio to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1729 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-item.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-associado.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1269 with foreground-color 15
                   background-color 01.
      *
       lmp-titular.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1369 with foreground-color 15
                   background-color 01.
      *
       lmp-campo.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-atual.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-novo.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-envio.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
