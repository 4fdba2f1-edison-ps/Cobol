      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  PGCE16       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Composicao de Kits :                                       *
      *                                                             *
      *  (C)omposicao - componentes e quantidades de um produto     *
      *                 kit (ARQCE08); quantidade zero exclui o     *
      *                 componente. O kit nao tem saldo proprio: a  *
      *                 atualizacao (pgce04) desdobra o movimento   *
      *                 do kit nos componentes e o empenho (pgem01) *
      *                 reserva os componentes. Componente nao pode *
      *                 ser kit;                                    *
      *  (Q)uantos    - quantos kits podem ser montados com o       *
      *                 saldo atual dos componentes, geral ou de    *
      *                 um deposito, e o componente que limita.     *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgce16.
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
           select arqce04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce04-chave
                  file status is ce04-status.
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
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
       data division.
       file section.
      *
       copy fdce02.lib.
      *
       copy fdce04.lib.
      *
       copy fdce08.lib.
      *
       copy fdtabl.lib.
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
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE16".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-70                     pic x(70) value spaces.
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 kit-grupo                 pic 9(05) value 0.
          02 kit-produto               pic 9(05) value 0.
          02 comp-grupo                pic 9(05) value 0.
          02 comp-produto              pic 9(05) value 0.
          02 comp-quantidade           pic 9(04) value 0.
          02 deposito                  pic 9(02) value 0.
      *
       01 ddeposito                    pic x(40) value spaces.
       01 kit-descricao                pic x(40) value spaces.
       01 ult-seq                      pic 9(02) value 0.
       01 seq-achada                   pic 9(02) value 0.
       01 tot-comp                     pic 9(03) value 0.
       01 saldo-comp                   pic s9(06)v9(02) value 0.
       01 kits-comp                    pic 9(06) value 0.
       01 kits-possiveis               pic 9(06) value 0.
       01 kits-possiveis-ed            pic zzz.zz9.
       01 limitante                    pic x(11) value spaces.
      *
       01 linha-comp.
          02 lcp-seq                   pic 9(02) value 0.
          02 filler                    pic x(02) value spaces.
          02 lcp-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value "-".
          02 lcp-produto               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 lcp-descricao             pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lcp-quantidade            pic z.zz9.
      *
       01 linha-qtd.
          02 lqt-grupo                 pic 9(05) value 0.
          02 filler                    pic x(01) value "-".
          02 lqt-produto               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 lqt-descricao             pic x(25) value spaces.
          02 filler                    pic x(01) value spaces.
          02 lqt-quantidade            pic z.zz9.
          02 filler                    pic x(01) value spaces.
          02 lqt-saldo                 pic ---.--9,99.
          02 filler                    pic x(02) value spaces.
          02 lqt-kits                  pic zzz.zz9.
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
          02 line 04 column 55 foreground-color 06 background-color 01
             highlight value "Composicao de Kits".
          02 line 06 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/Q).........:".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Kit (grupo/produto)..:".
      *
       01 tela-composicao.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Componente...........:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade p/ kit....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Sq  Grupo-Produto  Descricao".
          02 line 13 column 67 foreground-color 06 background-color 01
             highlight value "Qtd/Kit".
      *
       01 tela-quantos.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Deposito (0=todos)...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Grupo-Produto  Descricao".
          02 line 13 column 46 foreground-color 06 background-color 01
             highlight value "Qtd/Kit      Saldo     Kits".
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
       rot-open-ce04.
           move 0 to erro.
           if ce04-stat = "F"
              open input arqce04
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
       rot-open-ce08.
           move 0 to erro.
           if ce08-stat = "F"
              open i-o arqce08
              if ce08-status = "35"
                 open output arqce08
                 close arqce08
                 open i-o arqce08
              end-if
              if ce08-status not = "00"
                 move
                 " Erro de abertura no ARQCE08A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
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
       rot-le-ce08.
           move 0 to erro.
           read arqce08 invalid key move 1 to erro.
           if ce08-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce08
           end-if.
      *
       rot-le-prox-ce08.
           move 0 to erro.
           read arqce08 next record at end move 1 to erro.
           if ce08-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce08
           end-if.
      *
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open input arqtabl
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
           move deposito to wtab01-codigo.
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
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Posiciona no primeiro componente do kit (erro = 1 se o
      *    produto nao tem componentes)
      *
       rot-primeiro-comp.
           move kit-grupo to ce08-kit-grupo.
           move kit-produto to ce08-kit-produto.
           move 0 to ce08-seq.
           move 0 to erro.
           start arqce08 key is not less ce08-chave invalid key
                 move 1 to erro
           end-start.
       rot-proximo-comp.
           if erro not = 0
              go to rot-proximo-comp-fim
           end-if.
           perform rot-le-prox-ce08.
           if erro not = 0
              go to rot-proximo-comp-fim
           end-if.
           if ce08-kit-grupo not = kit-grupo or
              ce08-kit-produto not = kit-produto
              move 1 to erro
           end-if.
       rot-proximo-comp-fim.
           exit.
      *
      *    Lista os componentes do kit na tela
      *
       rot-lista-comp.
           perform rot-limpa-lista thru rot-limpa-lista-fim.
           move 14 to linha-tela.
           move 0 to ult-seq tot-comp.
           perform rot-primeiro-comp thru rot-proximo-comp-fim.
       rot-lista-comp-1.
           if erro not = 0
              move 0 to erro
              go to rot-lista-comp-fim
           end-if.
           add 1 to tot-comp.
           move ce08-seq to ult-seq.
           if linha-tela < 21
              move ce08-seq to lcp-seq
              move ce08-grupo to lcp-grupo ce02-grupo
              move ce08-produto to lcp-produto ce02-produto
              perform rot-le-ce02
              if erro not = 0
                 move spaces to ce02-descricao-a
              end-if
              move ce02-descricao-a to lcp-descricao
              move ce08-quantidade to lcp-quantidade
              display linha-comp at line linha-tela column 06 with
                      foreground-color 15 background-color 01
              add 1 to linha-tela
           end-if.
           move 0 to erro.
           perform rot-proximo-comp thru rot-proximo-comp-fim.
           go to rot-lista-comp-1.
       rot-lista-comp-fim.
           exit.
      *
       rot-limpa-lista.
           move 14 to linha-tela.
       rot-limpa-lista-1.
           if linha-tela > 20
              go to rot-limpa-lista-fim
           end-if.
           display limpa-70 at line linha-tela column 05 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-lista-1.
       rot-limpa-lista-fim.
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
           if funcao not = "C" and "Q"
              go to lab-fun-01
           end-if.
           if funcao = "C" and param-prioridade < 5
              perform display-erro-usr
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           perform rot-open-ce08.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           display tela-01.
           if funcao = "C"
              perform sec-composicao
           else
              perform sec-quantos
           end-if.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           display tela-01.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform rot-close-ce08.
           perform rot-close-ce02.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Leitura do kit      *
      *                      *
      ************************
      *
       sec-kit section.
      *
       lab-kit-01.
           move 0 to kit-grupo.
           perform lmp-kit.
           perform acc-kit-grupo.
           if escape-key = 1
              move 1 to erro
              go to lab-kit-fim
           end-if.
           if kit-grupo = 0
              go to lab-kit-01
           end-if.
      *
       lab-kit-02.
           move 0 to kit-produto.
           perform acc-kit-produto.
           if escape-key = 1
              go to lab-kit-01
           end-if.
           if kit-produto = 0
              go to lab-kit-02
           end-if.
           move kit-grupo to ce02-grupo.
           move kit-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move " Produto nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-kit-02
           end-if.
           move ce02-descricao-a to kit-descricao.
           display kit-descricao(1:30) at 0842 with
                   foreground-color 15 background-color 01.
           move 0 to erro.
      *
       lab-kit-fim.
           exit.
      *
      ************************
      *                      *
      *  Composicao          *
      *                      *
      ************************
      *
       sec-composicao section.
      *
       lab-cmp-00.
           display tela-composicao.
      *
       lab-cmp-01.
           perform rot-limpa-lista thru rot-limpa-lista-fim.
           perform sec-kit.
           if erro not = 0
              move 0 to erro
              go to lab-cmp-fim
           end-if.
           if ce02-ctl-lote = "S"
              move " Produto com lote nao pode ser kit - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-cmp-01
           end-if.
      *
      *    Produto que ja e componente de outro kit nao vira kit
      *
           move kit-grupo to ce08-grupo.
           move kit-produto to ce08-produto.
           start arqce08 key is equal ce08-chave-1 invalid key
                 go to lab-cmp-02
           end-start.
           move " Produto e componente de outro kit - Tecle <Enter>" to
                mensagem.
           perform rot-erro-cad.
           go to lab-cmp-01.
      *
       lab-cmp-02.
           perform rot-lista-comp thru rot-lista-comp-fim.
      *
       lab-cmp-03.
           move 0 to comp-grupo comp-produto.
           perform lmp-comp.
           perform acc-comp-grupo.
           if escape-key = 1
              perform lmp-comp
              go to lab-cmp-01
           end-if.
           if comp-grupo = 0
              go to lab-cmp-03
           end-if.
      *
       lab-cmp-04.
           move 0 to comp-produto.
           perform acc-comp-produto.
           if escape-key = 1
              go to lab-cmp-03
           end-if.
           if comp-produto = 0
              go to lab-cmp-04
           end-if.
           if comp-grupo = kit-grupo and comp-produto = kit-produto
              move " O kit nao pode ser componente dele mesmo - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-cmp-04
           end-if.
           move comp-grupo to ce02-grupo.
           move comp-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move 0 to erro
              move " Produto nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-cmp-04
           end-if.
           display ce02-descricao-a(1:30) at 1042 with
                   foreground-color 15 background-color 01.
      *
      *    Componente nao pode ser kit
      *
           move comp-grupo to ce08-kit-grupo.
           move comp-produto to ce08-kit-produto.
           move 0 to ce08-seq.
           start arqce08 key is not less ce08-chave invalid key
                 go to lab-cmp-05
           end-start.
           perform rot-le-prox-ce08.
           if erro = 0 and ce08-kit-grupo = comp-grupo and
              ce08-kit-produto = comp-produto
              move " Componente e um kit - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-cmp-04
           end-if.
           move 0 to erro.
      *
      *    Linha ja existente do componente neste kit
      *
       lab-cmp-05.
           move 0 to seq-achada comp-quantidade.
           perform rot-primeiro-comp thru rot-proximo-comp-fim.
       lab-cmp-05a.
           if erro not = 0
              move 0 to erro
              go to lab-cmp-06
           end-if.
           if ce08-grupo = comp-grupo and ce08-produto = comp-produto
              move ce08-seq to seq-achada
              move ce08-quantidade to comp-quantidade
              go to lab-cmp-06
           end-if.
           perform rot-proximo-comp thru rot-proximo-comp-fim.
           go to lab-cmp-05a.
      *
       lab-cmp-06.
           perform acc-quantidade.
           if escape-key = 1
              perform lmp-quantidade
              go to lab-cmp-04
           end-if.
           if seq-achada = 0 and comp-quantidade = 0
              go to lab-cmp-06
           end-if.
           if seq-achada = 0 and ult-seq = 99
              move " Kit com o maximo de componentes - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-cmp-03
           end-if.
      *
       lab-cmp-07.
           if comp-quantidade = 0
              move "Exclui o componente (S) (N) ?" to mensagem
           else
              move "Grava o componente (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cmp-06
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              perform lmp-comp thru lmp-quantidade
              go to lab-cmp-03
           end-if.
           if resposta not = "S"
              go to lab-cmp-07
           end-if.
           move kit-grupo to ce08-kit-grupo.
           move kit-produto to ce08-kit-produto.
           if seq-achada not = 0
              move seq-achada to ce08-seq
              perform rot-le-ce08
              if erro not = 0
                 move 0 to erro
                 go to lab-cmp-08
              end-if
              if comp-quantidade = 0
                 delete arqce08 record invalid key
                        continue
                 end-delete
              else
                 move comp-quantidade to ce08-quantidade
                 move param-usr to ce08-usuario
                 move param-data to ce08-data
                 rewrite reg-ce08 invalid key
                         continue
                 end-rewrite
              end-if
              go to lab-cmp-08
           end-if.
           add 1 to ult-seq.
           move ult-seq to ce08-seq.
           move comp-grupo to ce08-grupo.
           move comp-produto to ce08-produto.
           move comp-quantidade to ce08-quantidade.
           move param-usr to ce08-usuario.
           move param-data to ce08-data.
           write reg-ce08 invalid key
                 move " Erro de gravacao - ARQCE08A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
           end-write.
      *
       lab-cmp-08.
           perform lmp-comp thru lmp-quantidade.
           perform rot-lista-comp thru rot-lista-comp-fim.
           go to lab-cmp-03.
      *
       lab-cmp-fim.
           perform lmp-comp thru lmp-quantidade.
           exit.
      *
      ************************
      *                      *
      *  Quantos kits        *
      *                      *
      ************************
      *
       sec-quantos section.
      *
       lab-qtd-00.
           perform rot-open-ce04.
           if erro not = 0
              go to lab-qtd-fim
           end-if.
           perform rot-open-tabl.
           move 0 to erro.
           display tela-quantos.
      *
       lab-qtd-01.
           perform rot-limpa-lista thru rot-limpa-lista-fim.
           perform sec-kit.
           if erro not = 0
              move 0 to erro
              go to lab-qtd-fim
           end-if.
           perform rot-primeiro-comp thru rot-proximo-comp-fim.
           if erro not = 0
              move 0 to erro
              move " Produto nao e kit - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-qtd-01
           end-if.
      *
       lab-qtd-02.
           move 0 to deposito.
           perform lmp-deposito.
           perform acc-deposito.
           if escape-key = 1
              perform lmp-deposito
              go to lab-qtd-01
           end-if.
           if deposito = 0
              move "Todos os depositos" to ddeposito
           else
              perform rot-desc-deposito
              if erro not = 0
                 move 0 to erro
                 move " Deposito nao cadastrado - Tecle <Enter>" to
                      mensagem
                 perform rot-erro-cad
                 go to lab-qtd-02
              end-if
           end-if.
           display ddeposito(1:30) at 1033 with
                   foreground-color 15 background-color 01.
      *
      *    O kit possivel e o menor saldo / quantidade por kit
      *    entre os componentes
      *
           perform rot-limpa-lista thru rot-limpa-lista-fim.
           move 14 to linha-tela.
           move 999999 to kits-possiveis.
           move spaces to limitante.
           perform rot-primeiro-comp thru rot-proximo-comp-fim.
      *
       lab-qtd-03.
           if erro not = 0
              move 0 to erro
              go to lab-qtd-04
           end-if.
           move ce08-grupo to ce02-grupo.
           move ce08-produto to ce02-produto.
           perform rot-le-ce02.
           if erro not = 0
              move spaces to ce02-descricao-a
              move 0 to ce02-estoque-real
           end-if.
           if deposito = 0
              move ce02-estoque-real to saldo-comp
           else
              move ce08-grupo to ce04-grupo
              move ce08-produto to ce04-produto
              move deposito to ce04-deposito
              perform rot-le-ce04
              if erro not = 0
                 move 0 to ce04-saldo
              end-if
              move ce04-saldo to saldo-comp
           end-if.
           move 0 to erro.
           if saldo-comp > 0 and ce08-quantidade > 0
              divide saldo-comp by ce08-quantidade giving kits-comp
           else
              move 0 to kits-comp
           end-if.
           if kits-comp < kits-possiveis
              move kits-comp to kits-possiveis
              move spaces to limitante
              string ce08-grupo "-" ce08-produto
                     delimited by size into limitante
              end-string
           end-if.
           if linha-tela < 21
              move ce08-grupo to lqt-grupo
              move ce08-produto to lqt-produto
              move ce02-descricao-a to lqt-descricao
              move ce08-quantidade to lqt-quantidade
              move saldo-comp to lqt-saldo
              move kits-comp to lqt-kits
              display linha-qtd at line linha-tela column 06 with
                      foreground-color 15 background-color 01
              add 1 to linha-tela
           end-if.
           perform rot-proximo-comp thru rot-proximo-comp-fim.
           go to lab-qtd-03.
      *
       lab-qtd-04.
           move kits-possiveis to kits-possiveis-ed.
           move spaces to mensagem.
           string "Kits possiveis: " kits-possiveis-ed
                  " - limitado por " limitante " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-qtd-02.
      *
       lab-qtd-fim.
           perform lmp-deposito.
           perform rot-close-tabl.
           perform rot-close-ce04.
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
       acc-kit-grupo.
           accept kit-grupo at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-kit-produto.
           accept kit-produto at 0835 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-comp-grupo.
           accept comp-grupo at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-comp-produto.
           accept comp-produto at 1035 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-quantidade.
           accept comp-quantidade at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-deposito.
           accept deposito at 1029 with auto update prompt
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
       lmp-kit.
           display limpa at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-comp.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-quantidade.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-deposito.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
