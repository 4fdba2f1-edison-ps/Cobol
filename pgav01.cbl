      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGAV01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Aprovacao de Documentos por Alcada :                       *
      *                                                             *
      *  Titulos a pagar (ARQRE01) e pedidos de compra (ARQPC01)    *
      *  so chegam ao bordero (pgre04), a baixa (pgre02) e ao       *
      *  recebimento (pgce09) depois de aprovados aqui, por         *
      *  usuario com limite (ARQUSR) igual ou maior que o valor.    *
      *  Acima do valor da tabela tipo 43 sao duas aprovacoes de    *
      *  usuarios diferentes. Toda aprovacao fica no ARQAV01.       *
      *                                                             *
      *  (A)provar      - aprova o titulo ou o pedido;              *
      *  (P)endentes    - o que cada aprovador tem aguardando;      *
      *  (L)imites      - limite de aprovacao do usuario por tipo   *
      *                   de documento (supervisor);                *
      *  (V)alores      - valor acima do qual o documento exige     *
      *                   dois aprovadores (tabela tipo 43,         *
      *                   001 titulo a pagar, 002 pedido de         *
      *                   compra - supervisor).                     *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgav01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqusr assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is usr-chave
                  file status is usr-status.
      *
           select arqre01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is re01-chave
                  alternate record key is re01-chave-1 with duplicates
                  alternate record key is re01-chave-2 with duplicates
                  file status is re01-status.
      *
           select arqpc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pc01-chave
                  alternate record key is pc01-chave-1 with duplicates
                  file status is pc01-status.
      *
           select arqav01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is av01-chave
                  file status is av01-status.
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
       data division.
       file section.
      *
       copy fdusr.lib.
      *
       copy fdre01.lib.
      *
       copy fdpc01.lib.
      *
       copy fdav01.lib.
      *
       copy fdtabl.lib.
      *
       working-storage section.
      *
       01 usr-status                   pic x(02) value "00".
       01 usr-stat                     pic x(01) value "F".
      *
       01 nome-arq-usr.
          02 usr-dir                   pic x(03) value "USR".
          02 filler                    pic x(01) value "\".
          02 usr-nome                  pic x(08) value "ARQUSR00".
          02 filler                    pic x(01) value ".".
          02 usr-ext                   pic x(03) value "DAT".
      *
       01 re01-status                  pic x(02) value "00".
       01 re01-stat                    pic x(01) value "F".
      *
       01 nome-arq-re01.
          02 re01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 re01-nome                 pic x(08) value "ARQRE01A".
          02 filler                    pic x(01) value ".".
          02 re01-ext                  pic x(03) value "DAT".
      *
       01 pc01-status                  pic x(02) value "00".
       01 pc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pc01.
          02 pc01-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 pc01-nome                 pic x(08) value "ARQPC01A".
          02 filler                    pic x(01) value ".".
          02 pc01-ext                  pic x(03) value "DAT".
      *
       01 av01-status                  pic x(02) value "00".
       01 av01-stat                    pic x(01) value "F".
      *
       01 nome-arq-av01.
          02 av01-dir                  pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 av01-nome                 pic x(08) value "ARQAV01A".
          02 filler                    pic x(01) value ".".
          02 av01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGAV01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 tracos                       pic x(80) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 tipo-doc                  pic x(01) value spaces.
          02 documento                 pic x(10) value spaces.
          02 pedido                    pic 9(06) value 0.
          02 fornecedor                pic 9(05) value 0.
          02 valor-doc                 pic 9(11)v9(02) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 situacao-doc              pic x(01) value spaces.
          02 situacao-disp             pic x(24) value spaces.
          02 usuario                   pic x(10) value spaces.
          02 aprovador                 pic x(10) value spaces.
          02 limite-re                 pic 9(11)v9(02) value 0.
          02 limite-pc                 pic 9(11)v9(02) value 0.
          02 limite-aux                pic z(10)9,9(02) value 0.
          02 dupla-re                  pic 9(11)v9(02) value 0.
          02 dupla-pc                  pic 9(11)v9(02) value 0.
          02 limite-doc                pic 9(11)v9(02) value 0.
          02 nivel                     pic 9(01) value 0.
      *
       01 flag-dupla                   pic x(01) value spaces.
       01 flag-tabl                    pic x(01) value spaces.
       01 hora-aprov                   pic 9(06) value 0.
      *
      *    Valor p/ dupla aprovacao (tipo 43): resto(1:13)
      *
       01 dupla-resto.
          02 dupla-valor               pic 9(11)v9(02) value 0.
          02 filler                    pic x(07) value spaces.
      *
      *    Ultima aprovacao registrada do documento (ARQAV01)
      *
       01 av-dados.
          02 av-tipo                   pic x(02) value spaces.
          02 av-documento              pic x(10) value spaces.
          02 av-ult-seq                pic 9(03) value 0.
          02 av-ult-usuario            pic x(10) value spaces.
       01 av-pedido                    pic 9(06) value 0.
      *
      *    Pedido em leitura na lista de pendentes (soma das
      *    linhas a preco combinado)
      *
       01 pen-dados.
          02 pen-pedido                pic 9(06) value 0.
          02 pen-fornecedor            pic 9(05) value 0.
          02 pen-valor                 pic 9(11)v9(02) value 0.
          02 pen-situacao              pic x(01) value spaces.
       01 pen-qtd                      pic 9(05) value 0.
       01 pen-fim                      pic x(01) value spaces.
      *
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 linha-disp.
          02 lin-tipo                  pic x(04) value spaces.
          02 lin-documento             pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lin-fornecedor            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 lin-valor                 pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 lin-situacao              pic x(24) value spaces.
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
          02 line 07 column 46 foreground-color 06 background-color 01
             highlight value "Aprovacao de Documentos".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (A/P/L/V).....:".
      *
       01 tela-02.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Tipo (T/P)...........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Documento / pedido...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Fornecedor...........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Valor................:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Situacao.............:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "T-titulo a pagar  P-pedido de compra".
      *
       01 tela-03.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Aprovador............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value
             "Tipo Documento  Forn.            Valor  Situacao".
      *
       01 tela-04.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Usuario..............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Limite titulo pagar..:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Limite pedido compra.:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Limite zero = usuario nao aprova".
      *
       01 tela-05.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Titulo a pagar acima.:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Pedido acima de......:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Acima do valor: dois aprovadores (zero".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "= basta uma aprovacao)".
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
       rot-open-usr.
           move 0 to erro.
           if usr-stat = "F"
              open i-o arqusr
              if usr-status not = "00"
                 move
                 " Erro de abertura no ARQUSR00.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to usr-stat
              end-if
           end-if.
      *
       rot-close-usr.
           if usr-stat = "A"
              close arqusr
              move "F" to usr-stat
           end-if.
      *
       rot-le-usr.
           move 0 to erro.
           read arqusr invalid key move 1 to erro.
           if usr-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-usr
           end-if.
      *
       rot-open-re01.
           move 0 to erro.
           if re01-stat = "F"
              open i-o arqre01
              if re01-status not = "00"
                 move
                 " Erro de abertura no ARQRE01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to re01-stat
              end-if
           end-if.
      *
       rot-close-re01.
           if re01-stat = "A"
              close arqre01
              move "F" to re01-stat
           end-if.
      *
       rot-le-re01.
           move 0 to erro.
           read arqre01 invalid key move 1 to erro.
           if re01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-re01
           end-if.
      *
       rot-le-prox-re01.
           move 0 to erro.
           read arqre01 next record at end move 1 to erro.
           if re01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-re01
           end-if.
      *
       rot-open-pc01.
           move 0 to erro.
           if pc01-stat = "F"
              open i-o arqpc01
              if pc01-status not = "00"
                 move
                 " Erro de abertura no ARQPC01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pc01-stat
              end-if
           end-if.
      *
       rot-close-pc01.
           if pc01-stat = "A"
              close arqpc01
              move "F" to pc01-stat
           end-if.
      *
       rot-le-prox-pc01.
           move 0 to erro.
           read arqpc01 next record at end move 1 to erro.
           if pc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pc01
           end-if.
      *
       rot-open-av01.
           move 0 to erro.
           if av01-stat = "F"
              open i-o arqav01
              if av01-status = "35"
                 open output arqav01
                 close arqav01
                 open i-o arqav01
              end-if
              if av01-status not = "00"
                 move
                 " Erro de abertura no ARQAV01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to av01-stat
              end-if
           end-if.
      *
       rot-close-av01.
           if av01-stat = "A"
              close arqav01
              move "F" to av01-stat
           end-if.
      *
       rot-le-prox-av01.
           move 0 to erro.
           read arqav01 next record at end move 1 to erro.
           if av01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-av01
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
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       display-erro-usr.
           move " Usuario sem prioridade para esta funcao - Tecle <Enter
      -    ">" to mensagem.
           perform rot-erro-cad.
      *
      *    Limites do usuario (zero quando nao cadastrado ou
      *    registro ainda sem os limites)
      *
       rot-limites-usr.
           move 0 to limite-re limite-pc.
           move usuario to usr-usuario.
           perform rot-le-usr.
           if erro not = 0
              go to rot-limites-usr-fim
           end-if.
           if usr-limite-re numeric
              move usr-limite-re to limite-re
           end-if.
           if usr-limite-pc numeric
              move usr-limite-pc to limite-pc
           end-if.
       rot-limites-usr-fim.
           exit.
      *
      *    Valores p/ dupla aprovacao (tipo 43: 001 titulo a pagar,
      *    002 pedido de compra)
      *
       rot-le-dupla.
           move 0 to dupla-re dupla-pc.
           move 43 to wtab01-tipo.
           move 1 to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to dupla-resto
              if dupla-valor numeric
                 move dupla-valor to dupla-re
              end-if
           end-if.
           move 43 to wtab01-tipo.
           move 2 to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to dupla-resto
              if dupla-valor numeric
                 move dupla-valor to dupla-pc
              end-if
           end-if.
           move 0 to erro.
      *
      *    Ultima aprovacao do documento av-tipo/av-documento
      *
       rot-ultimo-aprovador.
           move 0 to av-ult-seq.
           move spaces to av-ult-usuario.
           move av-tipo to av01-tipo.
           move av-documento to av01-documento.
           move 0 to av01-seq.
           start arqav01 key is not less av01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ultimo-aprovador-fim
           end-if.
       rot-ultimo-aprovador-1.
           perform rot-le-prox-av01.
           if erro not = 0 or av01-tipo not = av-tipo or
              av01-documento not = av-documento
              move 0 to erro
              go to rot-ultimo-aprovador-fim
           end-if.
           move av01-seq to av-ult-seq.
           move av01-usuario to av-ult-usuario.
           go to rot-ultimo-aprovador-1.
       rot-ultimo-aprovador-fim.
           exit.
      *
      *    Valor e situacao do pedido (soma das linhas)
      *
       rot-soma-pedido.
           move 0 to valor-doc fornecedor.
           move spaces to situacao-doc.
           move pedido to pc01-pedido.
           move 0 to pc01-linha.
           start arqpc01 key is not less pc01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              go to rot-soma-pedido-fim
           end-if.
           move 1 to erro.
       rot-soma-pedido-1.
           read arqpc01 next record at end
                go to rot-soma-pedido-fim
           end-read.
           if pc01-pedido not = pedido or pc01-chave = high-values
              go to rot-soma-pedido-fim
           end-if.
           move 0 to erro.
           move pc01-fornecedor to fornecedor.
           if situacao-doc = spaces or pc01-situacao = "P" or "1"
              move pc01-situacao to situacao-doc
           end-if.
           compute valor-doc = valor-doc +
                   pc01-quantidade * pc01-preco.
           go to rot-soma-pedido-1.
       rot-soma-pedido-fim.
           exit.
      *
      *    Situacao das linhas do pedido apos a aprovacao
      *
       rot-atualiza-pedido.
           move pedido to pc01-pedido.
           move 0 to pc01-linha.
           start arqpc01 key is not less pc01-chave invalid key
                 go to rot-atualiza-pedido-fim
           end-start.
       rot-atualiza-pedido-1.
           read arqpc01 next record at end
                go to rot-atualiza-pedido-fim
           end-read.
           if pc01-pedido not = pedido or pc01-chave = high-values
              go to rot-atualiza-pedido-fim
           end-if.
           if pc01-situacao = "P" or "1"
              move situacao-doc to pc01-situacao
              rewrite reg-pc01 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           go to rot-atualiza-pedido-1.
       rot-atualiza-pedido-fim.
           exit.
      *
       rot-situacao-disp.
           evaluate true
                    when situacao-doc = "1"
                         move "Aguarda 2a. aprovacao" to situacao-disp
                    when situacao-doc = "S" or "A"
                         move "Aprovado" to situacao-disp
                    when situacao-doc = space or "P"
                         move "Pendente" to situacao-disp
                    when other
                         move "Encerrado/cancelado" to situacao-disp
           end-evaluate.
      *
       rot-limpa-painel.
           move 12 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display tracos(1:66) at line linha-tela column 06 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-painel-1.
       rot-limpa-painel-fim.
           exit.
      *
      *    Linha da lista de pendentes; painel cheio espera o
      *    operador (<Esc> encerra a lista)
      *
       rot-lista-linha.
           if linha-tela > 20
              move "Tecle <Enter> p/ continuar ou <Esc> p/ sair" to
              mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
              if escape-key = 1
                 move "S" to pen-fim
                 go to rot-lista-linha-fim
              end-if
              perform rot-limpa-painel thru rot-limpa-painel-fim
              move 12 to linha-tela
           end-if.
           perform rot-situacao-disp.
           move situacao-disp to lin-situacao.
           display linha-disp at line linha-tela column 06 with
                   foreground-color 15 background-color 01.
           add 1 to linha-tela.
           add 1 to pen-qtd.
       rot-lista-linha-fim.
           exit.
      *
      *    Pedido acumulado na lista: entra se pendente, dentro do
      *    limite do aprovador e sem a 1a. aprovacao dele mesmo
      *
       rot-pen-pedido.
           if pen-pedido = 0 or pen-fim = "S"
              go to rot-pen-pedido-fim
           end-if.
           if pen-situacao not = "P" and not = "1"
              go to rot-pen-pedido-fim
           end-if.
           if pen-valor > limite-pc
              go to rot-pen-pedido-fim
           end-if.
           if pen-situacao = "1"
              move "PC" to av-tipo
              move pen-pedido to av-pedido
              move av-pedido to av-documento
              perform rot-ultimo-aprovador thru
                      rot-ultimo-aprovador-fim
              if av-ult-usuario = aprovador
                 go to rot-pen-pedido-fim
              end-if
           end-if.
           move "PED" to lin-tipo.
           move pen-pedido to av-pedido.
           move av-pedido to lin-documento.
           move pen-fornecedor to lin-fornecedor.
           move pen-valor to lin-valor.
           move pen-situacao to situacao-doc.
           perform rot-lista-linha thru rot-lista-linha-fim.
       rot-pen-pedido-fim.
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
       rot-jn-re01.
           move "ARQRE01A" to jor-arquivo.
           move re01-chave to jor-chave.
           move 174 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-re01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-re01 to jor-depois
                    when other
                         move reg-re01 to jor-depois
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
           if funcao not = "A" and "P" and "L" and "V"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if (funcao = "L" or "V") and param-prioridade < 8
              perform display-erro-usr
              go to lab-fun-01
           end-if.
           evaluate true
                    when funcao = "A"
                         display tela-02
                         perform sec-aprova
                    when funcao = "P"
                         display tela-03
                         perform sec-pendentes
                    when funcao = "L"
                         display tela-04
                         perform sec-limites
                    when funcao = "V"
                         display tela-05
                         perform sec-valores
           end-evaluate.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           move 10 to linha-tela.
           display tracos(1:66) at line linha-tela column 06 with
                   foreground-color 01 background-color 01.
           move 11 to linha-tela.
           display tracos(1:66) at line linha-tela column 06 with
                   foreground-color 01 background-color 01.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Aprovacao           *
      *                      *
      ************************
      *
       sec-aprova section.
      *
       lab-apr-00.
           perform rot-open-usr.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-pc01.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-av01.
           if erro not = 0
              go to lab-apr-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-apr-fim
           end-if.
      *
       lab-apr-01.
           move spaces to tipo-doc.
           perform lmp-tipo-doc thru lmp-situacao.
           perform acc-tipo-doc.
           if escape-key = 1
              go to lab-apr-fim
           end-if.
           move tipo-doc to txt.
           perform rot-texto.
           move txt to tipo-doc.
           if tipo-doc not = "T" and "P"
              go to lab-apr-01
           end-if.
           perform dsp-tipo-doc.
      *
       lab-apr-02.
           perform lmp-documento thru lmp-situacao.
           if tipo-doc = "P"
              go to lab-apr-02-p
           end-if.
           move spaces to documento.
           perform acc-documento.
           if escape-key = 1
              go to lab-apr-01
           end-if.
           if documento = spaces
              go to lab-apr-02
           end-if.
           move documento to re01-documento.
           perform rot-le-re01.
           if erro not = 0
              move " Titulo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-apr-02
           end-if.
           move re01-codigo to fornecedor.
           move re01-valor to valor-doc.
           move re01-aprovado to situacao-doc.
           move "RE" to av-tipo.
           move documento to av-documento.
           go to lab-apr-03.
      *
       lab-apr-02-p.
           move 0 to pedido.
           perform acc-pedido.
           if escape-key = 1
              go to lab-apr-01
           end-if.
           if pedido = 0
              go to lab-apr-02
           end-if.
           perform rot-soma-pedido thru rot-soma-pedido-fim.
           if erro not = 0
              move 0 to erro
              move " Pedido nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-apr-02
           end-if.
           move "PC" to av-tipo.
           move pedido to av-pedido.
           move av-pedido to av-documento.
      *
       lab-apr-03.
           move valor-doc to valor-disp.
           perform rot-situacao-disp.
           perform dsp-fornecedor thru dsp-situacao.
           if situacao-doc not = space and "P" and "1"
              move " Documento ja aprovado ou encerrado - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-apr-02
           end-if.
           move param-usr to usuario.
           perform rot-limites-usr thru rot-limites-usr-fim.
           perform rot-le-dupla.
           if tipo-doc = "T"
              move limite-re to limite-doc
              move dupla-re to dupla-valor
           else
              move limite-pc to limite-doc
              move dupla-pc to dupla-valor
           end-if.
           if valor-doc > limite-doc
              move " Valor acima do seu limite de aprovacao - Tecle <Ent
      -       "er>" to mensagem
              perform rot-erro-cad
              go to lab-apr-02
           end-if.
           move "N" to flag-dupla.
           if dupla-valor > 0 and valor-doc > dupla-valor
              move "S" to flag-dupla
           end-if.
           perform rot-ultimo-aprovador thru rot-ultimo-aprovador-fim.
           move 1 to nivel.
           if situacao-doc = "1"
              move 2 to nivel
              if av-ult-usuario = param-usr
                 move " A 2a. aprovacao deve ser de outro usuario - Tecl
      -          "e <Enter>" to mensagem
                 perform rot-erro-cad
                 go to lab-apr-02
              end-if
           end-if.
      *
       lab-apr-04.
           move "Aprovar (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-apr-02
           end-if.
           if resposta not = "S"
              go to lab-apr-04
           end-if.
           display tela-limpa-cad.
      *
      *    Situacao nova: 1a. aprovacao de documento acima do valor
      *    da dupla fica aguardando a 2a.
      *
           if nivel = 1 and flag-dupla = "S"
              move "1" to situacao-doc
           else
              if tipo-doc = "T"
                 move "S" to situacao-doc
              else
                 move "A" to situacao-doc
              end-if
           end-if.
           if tipo-doc = "T"
              move documento to re01-documento
              perform rot-le-re01
              if erro = 0
                 move reg-re01 to jor-antes
                 move situacao-doc to re01-aprovado
                 rewrite reg-re01 invalid key
                         move 1 to erro
                         not invalid key
                         move "R" to jor-operacao
                         perform rot-jn-re01
                 end-rewrite
              end-if
           else
              perform rot-atualiza-pedido thru rot-atualiza-pedido-fim
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao do documento - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-apr-02
           end-if.
           move av-tipo to av01-tipo.
           move av-documento to av01-documento.
           compute av01-seq = av-ult-seq + 1.
           move param-usr to av01-usuario.
           move param-data to av01-data.
           accept hora-sistema from time.
           divide hora-sistema by 100 giving hora-aprov.
           move hora-aprov to av01-hora.
           move valor-doc to av01-valor.
           move nivel to av01-nivel.
           write reg-av01 invalid key
                 move " Erro de gravacao - ARQAV01A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
           end-write.
           perform rot-situacao-disp.
           perform dsp-situacao.
           if situacao-doc = "1"
              move "1a. aprovacao registrada - falta a 2a. - Tecle <Ente
      -       "r>" to mensagem
           else
              move "Documento aprovado - Tecle <Enter>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-apr-02.
      *
       lab-apr-fim.
           perform rot-close-tabl.
           perform rot-close-av01.
           perform rot-close-pc01.
           perform rot-close-re01.
           perform rot-close-usr.
           perform lmp-tipo-doc thru lmp-situacao.
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
           perform rot-open-usr.
           if erro not = 0
              go to lab-pen-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-pen-fim
           end-if.
           perform rot-open-pc01.
           if erro not = 0
              go to lab-pen-fim
           end-if.
           perform rot-open-av01.
           if erro not = 0
              go to lab-pen-fim
           end-if.
      *
      *    Supervisor consulta a fila de qualquer aprovador
      *
       lab-pen-01.
           move param-usr to aprovador.
           perform lmp-aprovador.
           if param-prioridade < 8
              perform dsp-aprovador
           else
              perform acc-aprovador
              if escape-key = 1
                 go to lab-pen-fim
              end-if
              move aprovador to txt
              perform rot-texto
              move txt to aprovador
              if aprovador = spaces
                 go to lab-pen-01
              end-if
           end-if.
           move aprovador to usuario.
           perform rot-limites-usr thru rot-limites-usr-fim.
           if erro not = 0
              move 0 to erro
              move " Usuario nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-pen-01
           end-if.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           move 12 to linha-tela.
           move 0 to pen-qtd.
           move spaces to pen-fim.
      *
      *    Titulos a pagar
      *
           move low-values to re01-chave.
           start arqre01 key is not less re01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-pen-04
           end-if.
      *
       lab-pen-02.
           perform rot-le-prox-re01.
           if erro not = 0 or pen-fim = "S"
              move 0 to erro
              go to lab-pen-04
           end-if.
           if re01-aprovado not = space and not = "1"
              go to lab-pen-02
           end-if.
           if re01-valor > limite-re
              go to lab-pen-02
           end-if.
           if re01-aprovado = "1"
              move "RE" to av-tipo
              move re01-documento to av-documento
              perform rot-ultimo-aprovador thru
                      rot-ultimo-aprovador-fim
              if av-ult-usuario = aprovador
                 go to lab-pen-02
              end-if
           end-if.
           move "TIT" to lin-tipo.
           move re01-documento to lin-documento.
           move re01-codigo to lin-fornecedor.
           move re01-valor to lin-valor.
           move re01-aprovado to situacao-doc.
           perform rot-lista-linha thru rot-lista-linha-fim.
           go to lab-pen-02.
      *
      *    Pedidos de compra (linhas somadas por pedido)
      *
       lab-pen-04.
           if pen-fim = "S"
              go to lab-pen-08
           end-if.
           move 0 to pen-pedido pen-valor.
           move low-values to pc01-chave.
           start arqpc01 key is not less pc01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-pen-08
           end-if.
      *
       lab-pen-05.
           perform rot-le-prox-pc01.
           if erro not = 0 or pen-fim = "S"
              move 0 to erro
              perform rot-pen-pedido thru rot-pen-pedido-fim
              go to lab-pen-08
           end-if.
           if pc01-chave = high-values
              go to lab-pen-05
           end-if.
           if pc01-pedido not = pen-pedido
              perform rot-pen-pedido thru rot-pen-pedido-fim
              move pc01-pedido to pen-pedido
              move pc01-fornecedor to pen-fornecedor
              move 0 to pen-valor
              move pc01-situacao to pen-situacao
           end-if.
           if pc01-situacao = "P" or "1"
              move pc01-situacao to pen-situacao
           end-if.
           compute pen-valor = pen-valor +
                   pc01-quantidade * pc01-preco.
           go to lab-pen-05.
      *
       lab-pen-08.
           if pen-fim = "S"
              go to lab-pen-09
           end-if.
           if pen-qtd = 0
              move "Nenhum documento aguardando aprovacao - Tecle <Enter
      -       ">" to mensagem
           else
              move "Fim da lista - Tecle <Enter>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-pen-09.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           if param-prioridade not < 8
              go to lab-pen-01
           end-if.
      *
       lab-pen-fim.
           perform rot-close-av01.
           perform rot-close-pc01.
           perform rot-close-re01.
           perform rot-close-usr.
           perform lmp-aprovador.
           exit.
      *
      ************************
      *                      *
      *  Limites             *
      *                      *
      ************************
      *
       sec-limites section.
      *
       lab-lim-00.
           perform rot-open-usr.
           if erro not = 0
              go to lab-lim-fim
           end-if.
      *
       lab-lim-01.
           move spaces to usuario.
           perform lmp-usuario thru lmp-limite-pc.
           perform acc-usuario.
           if escape-key = 1
              go to lab-lim-fim
           end-if.
           move usuario to txt.
           perform rot-texto.
           move txt to usuario.
           if usuario = spaces
              go to lab-lim-01
           end-if.
           perform rot-limites-usr thru rot-limites-usr-fim.
           if erro not = 0
              move 0 to erro
              move " Usuario nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-lim-01
           end-if.
           perform dsp-limite-re thru dsp-limite-pc.
      *
       lab-lim-02.
           move limite-re to limite-aux.
           perform acc-limite-re.
           if escape-key = 1
              go to lab-lim-01
           end-if.
           move limite-aux to limite-re.
      *
       lab-lim-03.
           move limite-pc to limite-aux.
           perform acc-limite-pc.
           if escape-key = 1
              go to lab-lim-02
           end-if.
           move limite-aux to limite-pc.
      *
       lab-lim-04.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-lim-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-lim-01
           else
              if resposta not = "S"
                 go to lab-lim-04
              end-if
           end-if.
           display tela-limpa-cad.
           move usuario to usr-usuario.
           read arqusr with kept lock invalid key
                move 1 to erro
           end-read.
           if erro = 0
              move limite-re to usr-limite-re
              move limite-pc to usr-limite-pc
              rewrite reg-usr invalid key
                      move 1 to erro
              end-rewrite
              unlock arqusr record
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao - ARQUSR00.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-lim-01.
      *
       lab-lim-fim.
           perform rot-close-usr.
           perform lmp-usuario thru lmp-limite-pc.
           exit.
      *
      ************************
      *                      *
      *  Valores p/ dupla     *
      *                      *
      ************************
      *
       sec-valores section.
      *
       lab-val-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-val-fim
           end-if.
           perform rot-le-dupla.
           perform dsp-dupla-re thru dsp-dupla-pc.
      *
       lab-val-01.
           move dupla-re to limite-aux.
           perform acc-dupla-re.
           if escape-key = 1
              go to lab-val-fim
           end-if.
           move limite-aux to dupla-re.
      *
       lab-val-02.
           move dupla-pc to limite-aux.
           perform acc-dupla-pc.
           if escape-key = 1
              go to lab-val-01
           end-if.
           move limite-aux to dupla-pc.
      *
       lab-val-03.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-val-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-val-fim
           else
              if resposta not = "S"
                 go to lab-val-03
              end-if
           end-if.
           display tela-limpa-cad.
           move 1 to wtab01-codigo.
           move dupla-re to dupla-valor.
           move "TITULO A PAGAR - DUPLA APROVACAO" to wtab01-descricao.
           perform rot-grava-dupla.
           move 2 to wtab01-codigo.
           move dupla-pc to dupla-valor.
           move "PEDIDO DE COMPRA - DUPLA APROVACAO" to
                wtab01-descricao.
           perform rot-grava-dupla.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
      *
       lab-val-fim.
           perform rot-close-tabl.
           perform lmp-dupla-re thru lmp-dupla-pc.
           exit.
      *
      *    Grava/atualiza o registro tipo 43 de wtab01-codigo
      *
       rot-grava-dupla.
           move 43 to wtab01-tipo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           move wtab01-descricao to mensagem.
           perform rot-le-tabl.
           move "S" to flag-tabl.
           if erro not = 0
              move 0 to erro
              move "N" to flag-tabl
           end-if.
           move wtab01-chave to tabl-chave.
           move "43" to tabl-tipo-1.
           move mensagem(1:40) to tabl-descricao-1 tabl-descricao.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move dupla-resto to tabl-resto.
           if flag-tabl = "S"
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           end-if.
           move spaces to mensagem.
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
           accept resposta at 2350 with auto foreground-color 01
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
       acc-tipo-doc.
           accept tipo-doc at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-documento.
           accept documento at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-pedido.
           accept pedido at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-aprovador.
           accept aprovador at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-usuario.
           accept usuario at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-limite-re.
           accept limite-aux at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-limite-pc.
           accept limite-aux at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dupla-re.
           accept limite-aux at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dupla-pc.
           accept limite-aux at 1229 with auto update prompt
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
       dsp-tipo-doc.
           display tipo-doc at 1129 with foreground-color 15
                   background-color 01.
      *
       dsp-fornecedor.
           display fornecedor at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-valor.
           display valor-disp at 1429 with foreground-color 15
                   background-color 01.
      *
       dsp-situacao.
           display situacao-disp at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-aprovador.
           display aprovador at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-limite-re.
           move limite-re to valor-disp.
           display valor-disp at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-limite-pc.
           move limite-pc to valor-disp.
           display valor-disp at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-dupla-re.
           move dupla-re to valor-disp.
           display valor-disp at 1129 with foreground-color 15
                   background-color 01.
      *
       dsp-dupla-pc.
           move dupla-pc to valor-disp.
           display valor-disp at 1229 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-tipo-doc.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-documento.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-fornecedor.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-aprovador.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-usuario.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-limite-re.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-limite-pc.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-dupla-re.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-dupla-pc.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
