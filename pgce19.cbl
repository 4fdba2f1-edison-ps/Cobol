      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  PGCE19       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Avaliacao de Fornecedores (chamado pelo pgce09) :          *
      *                                                             *
      *  (A)valiacao  - p/ o periodo informado calcula, por         *
      *                 fornecedor:                                 *
      *                 . pontualidade - linhas de pedido (ARQPC01) *
      *                   com entrega prevista no periodo recebidas *
      *                   ate a data prevista (1a. entrada "PC" no  *
      *                   ARQCE03);                                 *
      *                 . exatidao - linhas recebidas na quantidade *
      *                   pedida;                                   *
      *                 . devolucoes - quantidade devolvida         *
      *                   (movimento 4, pgce14) sobre a recebida;   *
      *                 . estabilidade de preco - entradas com      *
      *                   variacao sobre a compra anterior do mesmo *
      *                   fornecedor dentro do limite do aviso de   *
      *                   divergencia (tabela 20/VARPC, pgce03);    *
      *                 e a nota ponderada. Grava o ARQCE12 (usado  *
      *                 no pedido e na cotacao p/ sinalizar o       *
      *                 fornecedor abaixo da nota minima) e         *
      *                 imprime a avaliacao;                        *
      *  (P)arametros - pesos dos indicadores e nota minima.        *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgce19.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
           select arqce12 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce12-chave
                  file status is ce12-status.
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
           select arqcd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cd01-chave
                  alternate record key is cd01-chave-1 with duplicates
                  alternate record key is cd01-chave-2 with duplicates
                  alternate record key is cd01-chave-3 with duplicates
                  alternate record key is cd01-chave-4 with duplicates
                  file status is cd01-status.
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
       copy fdce03.lib.
      *
       copy fdce12.lib.
      *
       copy fdpc01.lib.
      *
       copy fdcd01.lib.
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
       01 ce12-status                  pic x(02) value "00".
       01 ce12-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce12.
          02 ce12-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce12-nome                 pic x(08) value "ARQCE12A".
          02 filler                    pic x(01) value ".".
          02 ce12-ext                  pic x(03) value "DAT".
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
       01 cd01-status                  pic x(02) value "00".
       01 cd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cd01.
          02 cd01-dir                  pic x(03) value "CD2".
          02 filler                    pic x(01) value "\".
          02 cd01-nome                 pic x(08) value "ARQCD01A".
          02 filler                    pic x(01) value ".".
          02 cd01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGCE19".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(110) value all "-".
       01 campo-wait-aux               pic 9(04) comp-5 value 2.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 data-ini                  pic 9(06) value 0.
          02 data-fim                  pic 9(06) value 0.
          02 data-ini-corr             pic 9(06) value 0.
          02 data-fim-corr             pic 9(06) value 0.
          02 peso-prazo                pic 9(03) value 0.
          02 peso-qtd                  pic 9(03) value 0.
          02 peso-devol                pic 9(03) value 0.
          02 peso-preco                pic 9(03) value 0.
          02 nota-minima               pic 9(03) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
      *    Apuracao
      *
       01 ce12-novo                    pic x(01) value "N".
       01 controle-salvo               pic x(120) value spaces.
       01 soma-pesos                   pic 9(04) value 0.
       01 nota-aux                     pic 9(09)v9(02) value 0.
       01 limite-perc                  pic 9(03) value 0.
       01 variacao-perc                pic 9(05)v9(02) value 0.
       01 preco-anterior               pic 9(11)v9(02) value 0.
       01 data-entrada                 pic 9(06) value 0.
       01 qtd-avaliados                pic 9(05) value 0.
       01 qtd-abaixo                   pic 9(05) value 0.
      *
       01 nf-pedido.
          02 filler                    pic x(02) value "PC".
          02 nf-pedido-num             pic 9(06) value 0.
          02 filler                    pic x(02) value spaces.
      *
       01 mov-salvo.
          02 sv-codigo                 pic 9(06) value 0.
          02 sv-grupo                  pic 9(05) value 0.
          02 sv-produto                pic 9(05) value 0.
          02 sv-data-mov               pic 9(06) value 0.
          02 sv-cliente                pic 9(05) value 0.
          02 sv-preco                  pic 9(11)v9(02) value 0.
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
             "Avaliacao de Fornecedores".
          02 filler                    pic x(11) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-periodo.
          02 filler                    pic x(09) value "Periodo: ".
          02 cab-data-ini              pic x(08) value spaces.
          02 filler                    pic x(03) value " a ".
          02 cab-data-fim              pic x(08) value spaces.
          02 filler                    pic x(10) value "   Pesos: ".
          02 filler                    pic x(06) value "prazo ".
          02 cab-peso-prazo            pic zz9.
          02 filler                    pic x(07) value "  qtde ".
          02 cab-peso-qtd              pic zz9.
          02 filler                    pic x(08) value "  devol ".
          02 cab-peso-devol            pic zz9.
          02 filler                    pic x(08) value "  preco ".
          02 cab-peso-preco            pic zz9.
          02 filler                    pic x(16) value
             "   Nota minima: ".
          02 cab-nota-minima           pic zz9.
      *
       01 cab-tit.
          02 filler                    pic x(38) value "Fornecedor".
          02 filler                    pic x(08) value "  Linhas".
          02 filler                    pic x(08) value "  %Prazo".
          02 filler                    pic x(08) value "   %Qtde".
          02 filler                    pic x(08) value "  %Devol".
          02 filler                    pic x(08) value "  %Preco".
          02 filler                    pic x(08) value "    Nota".
      *
       01 det-linha.
          02 det-fornecedor            pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 det-razao                 pic x(30) value spaces.
          02 filler                    pic x(04) value spaces.
          02 det-linhas                pic zzzz9.
          02 filler                    pic x(02) value spaces.
          02 det-perc-prazo            pic zz9,99.
          02 filler                    pic x(02) value spaces.
          02 det-perc-qtd              pic zz9,99.
          02 filler                    pic x(02) value spaces.
          02 det-perc-devol            pic zz9,99.
          02 filler                    pic x(02) value spaces.
          02 det-perc-preco            pic zz9,99.
          02 filler                    pic x(02) value spaces.
          02 det-nota                  pic zz9,99.
          02 filler                    pic x(02) value spaces.
          02 det-abaixo                pic x(21) value spaces.
      *
       01 det-total.
          02 filler                    pic x(22) value
             "Fornecedores avaliados".
          02 filler                    pic x(02) value ": ".
          02 det-avaliados             pic zzzz9.
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(21) value
             "Abaixo da nota minima".
          02 filler                    pic x(02) value ": ".
          02 det-qtd-abaixo            pic zzzz9.
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
          02 line 04 column 50 foreground-color 06 background-color 01
             highlight value "Avaliacao de Fornecedores".
          02 line 06 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (A/P).........:".
      *
       01 tela-avaliacao.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Entrega/entrada de...:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Ate..................:".
      *
       01 tela-parametros.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Peso pontualidade....:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Peso exatidao qtde...:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Peso devolucoes......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Peso estab. de preco.:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Nota minima (0 a 100):".
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
       rot-open-ce12.
           move 0 to erro.
           if ce12-stat = "F"
              open i-o arqce12
              if ce12-status = "35"
                 open output arqce12
                 close arqce12
                 open i-o arqce12
                 if ce12-status = "00"
                    move high-values to ce12-chave-controle
                    move 40 to ce12-peso-prazo
                    move 20 to ce12-peso-qtd ce12-peso-devol
                               ce12-peso-preco
                    move 70 to ce12-nota-minima
                    move 0 to ce12-ult-data-ini ce12-ult-data-fim
                    write reg-ce12-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if ce12-status not = "00"
                 move
                 " Erro de abertura no ARQCE12A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce12-stat
              end-if
           end-if.
      *
       rot-close-ce12.
           if ce12-stat = "A"
              close arqce12
              move "F" to ce12-stat
           end-if.
      *
       rot-le-ce12.
           move 0 to erro.
           read arqce12 invalid key move 1 to erro.
           if ce12-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce12
           end-if.
      *
       rot-le-prox-ce12.
           move 0 to erro.
           read arqce12 next record at end move 1 to erro.
           if ce12-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce12
           end-if.
      *
       rot-le-controle-ce12.
           move high-values to ce12-chave-controle.
           perform rot-le-ce12.
           if erro not = 0
              move " Erro de leitura - ARQCE12A.DAT - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
           end-if.
      *
      *    Acumulador do fornecedor sv-cliente: le o registro ou
      *    prepara um novo (gravado em rot-grava-ce12)
      *
       rot-posiciona-ce12.
           move sv-cliente to ce12-fornecedor.
           perform rot-le-ce12.
           move "N" to ce12-novo.
           if erro not = 0
              move 0 to erro
              move "S" to ce12-novo
              initialize reg-ce12
              move sv-cliente to ce12-fornecedor
              move data-ini-corr to ce12-data-ini
              move data-fim-corr to ce12-data-fim
              move "N" to ce12-abaixo
           end-if.
      *
       rot-grava-ce12.
           move param-usr to ce12-usuario.
           move param-data to ce12-data.
           if ce12-novo = "S"
              write reg-ce12 invalid key
                    continue
              end-write
           else
              rewrite reg-ce12 invalid key
                      continue
              end-rewrite
           end-if.
      *
       rot-open-pc01.
           move 0 to erro.
           if pc01-stat = "F"
              open input arqpc01
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
       rot-open-cd01.
           move 0 to erro.
           if cd01-stat = "F"
              open input arqcd01
              if cd01-status not = "00"
                 move
                 " Erro de abertura no ARQCD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to cd01-stat
              end-if
           end-if.
      *
       rot-close-cd01.
           if cd01-stat = "A"
              close arqcd01
              move "F" to cd01-stat
           end-if.
      *
       rot-le-cd01.
           move 0 to erro.
           read arqcd01 invalid key move 1 to erro.
           if cd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-cd01
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
           write reg-imp from cab-periodo after 2 lines.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Data da 1a. entrada da linha do pedido em reg-pc01
      *    (movimento 2 com nota "PC"+pedido do mesmo fornecedor,
      *    a partir da data do pedido); zero se nao recebida
      *
       rot-data-entrada.
           move 0 to data-entrada.
           move pc01-pedido to nf-pedido-num.
           move pc01-grupo to ce03-grupo in ce03-chave-1.
           move pc01-produto to ce03-produto in ce03-chave-1.
           move pc01-data to ce03-data-mov.
           start arqce03 key is not less ce03-chave-1 invalid key
                 go to rot-data-entrada-fim
           end-start.
       rot-data-entrada-1.
           perform rot-le-prox-ce03.
           if erro not = 0
              move 0 to erro
              go to rot-data-entrada-fim
           end-if.
           if ce03-grupo in ce03-chave-1 not = pc01-grupo or
              ce03-produto in ce03-chave-1 not = pc01-produto
              go to rot-data-entrada-fim
           end-if.
           if ce03-movimento not = 2 or ce03-nf not = nf-pedido or
              ce03-cliente not = pc01-fornecedor
              go to rot-data-entrada-1
           end-if.
           move ce03-data-mov to data-entrada.
       rot-data-entrada-fim.
           exit.
      *
      *    Preco da compra anterior do produto ao mesmo fornecedor
      *    (mov-salvo); zero se for a primeira compra
      *
       rot-preco-anterior.
           move 0 to preco-anterior.
           move sv-grupo to ce03-grupo in ce03-chave-1.
           move sv-produto to ce03-produto in ce03-chave-1.
           move 0 to ce03-data-mov.
           start arqce03 key is not less ce03-chave-1 invalid key
                 go to rot-preco-anterior-fim
           end-start.
       rot-preco-anterior-1.
           perform rot-le-prox-ce03.
           if erro not = 0
              move 0 to erro
              go to rot-preco-anterior-fim
           end-if.
           if ce03-grupo in ce03-chave-1 not = sv-grupo or
              ce03-produto in ce03-chave-1 not = sv-produto or
              ce03-data-mov > sv-data-mov
              go to rot-preco-anterior-fim
           end-if.
           if ce03-codigo = sv-codigo
              go to rot-preco-anterior-fim
           end-if.
           if ce03-movimento = 2 and ce03-cliente = sv-cliente
              move ce03-preco to preco-anterior
           end-if.
           go to rot-preco-anterior-1.
       rot-preco-anterior-fim.
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
           if funcao not = "A" and "P"
              go to lab-fun-01
           end-if.
           if funcao = "P" and param-prioridade < 5
              perform display-erro-usr
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           perform rot-open-ce12.
           if erro not = 0
              go to lab-fun-fim
           end-if.
           if funcao = "A"
              perform sec-avaliacao
           end-if.
           if funcao = "P"
              perform sec-parametros
           end-if.
           perform rot-close-ce12.
           perform lmp-data-ini thru lmp-nota-minima.
           display tela-01.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform rot-close-ce12.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Avaliacao           *
      *                      *
      ************************
      *
       sec-avaliacao section.
      *
       lab-ava-01.
           display tela-avaliacao.
           perform acc-data-ini.
           if escape-key = 1
              go to lab-ava-fim
           end-if.
           move data-ini to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if return-code not = 0
              perform rot-data-i
              go to lab-ava-01
           end-if.
           move dias-corr to data-ini-corr.
      *
       lab-ava-02.
           perform acc-data-fim.
           if escape-key = 1
              go to lab-ava-01
           end-if.
           move data-fim to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if return-code not = 0
              perform rot-data-i
              go to lab-ava-02
           end-if.
           move dias-corr to data-fim-corr.
           if data-fim-corr < data-ini-corr
              perform rot-data-i
              go to lab-ava-02
           end-if.
      *
       lab-ava-03.
           move "Calcula e imprime a avaliacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ava-02
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-ava-fim
           end-if.
           if resposta not = "S"
              go to lab-ava-03
           end-if.
      *
      *    Parametros e limite de variacao de preco (tabela 20/
      *    VARPC, o mesmo do aviso na digitacao; 20% sem cadastro)
      *
           perform rot-le-controle-ce12.
           if erro not = 0
              move 0 to erro
              go to lab-ava-fim
           end-if.
           move ce12-peso-prazo to peso-prazo.
           move ce12-peso-qtd to peso-qtd.
           move ce12-peso-devol to peso-devol.
           move ce12-peso-preco to peso-preco.
           move ce12-nota-minima to nota-minima.
           compute soma-pesos = peso-prazo + peso-qtd + peso-devol +
                                peso-preco.
           if soma-pesos = 0
              move 25 to peso-prazo peso-qtd peso-devol peso-preco
              move 100 to soma-pesos
           end-if.
           move 20 to limite-perc.
           perform rot-open-tabl.
           if erro = 0
              move "20" to tabl-tipo
              move "VARPC" to tabl-codigo
              perform rot-le-tabl
              if erro = 0
                 if tabl-resto(1:3) numeric
                    move tabl-resto(1:3) to limite-perc
                 end-if
              end-if
              perform rot-close-tabl
           end-if.
           move 0 to erro.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-ava-fim
           end-if.
           perform rot-open-pc01.
           if erro not = 0
              go to lab-ava-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-ava-fim
           end-if.
           move " Aguarde - calculando a avaliacao ..." to mensagem.
           display tela-mensagem-cad.
      *
      *    A avaliacao anterior e substituida: o arquivo e recriado
      *    so com o registro de controle
      *
           move data-ini-corr to ce12-ult-data-ini.
           move data-fim-corr to ce12-ult-data-fim.
           move reg-ce12-1 to controle-salvo.
           perform rot-close-ce12.
           open output arqce12.
           move controle-salvo to reg-ce12-1.
           write reg-ce12-1 invalid key
                 continue
           end-write.
           close arqce12.
           perform rot-open-ce12.
           if erro not = 0
              go to lab-ava-fim
           end-if.
      *
      *    Linhas de pedido com entrega prevista no periodo:
      *    pontualidade e exatidao da quantidade
      *
           move 0 to pc01-pedido pc01-linha.
           start arqpc01 key is not less pc01-chave invalid key
                 go to lab-ava-05
           end-start.
      *
       lab-ava-04.
           perform rot-le-prox-pc01.
           if erro not = 0
              move 0 to erro
              go to lab-ava-05
           end-if.
           if pc01-chave-controle = high-values
              go to lab-ava-05
           end-if.
           if pc01-situacao = "C" or "P" or "1"
              go to lab-ava-04
           end-if.
           if pc01-entrega < data-ini-corr or
              pc01-entrega > data-fim-corr
              go to lab-ava-04
           end-if.
           move pc01-fornecedor to sv-cliente.
           perform rot-posiciona-ce12.
           add 1 to ce12-linhas.
           if pc01-qtd-recebida = pc01-quantidade
              add 1 to ce12-qtd-exata
           end-if.
           perform rot-data-entrada thru rot-data-entrada-fim.
           if data-entrada not = 0 and data-entrada not > pc01-entrega
              add 1 to ce12-no-prazo
           end-if.
           perform rot-grava-ce12.
           go to lab-ava-04.
      *
      *    Entradas (movimento 2) e devolucoes (4) do periodo:
      *    taxa de devolucao e estabilidade de preco
      *
       lab-ava-05.
           move 0 to ce03-codigo.
           start arqce03 key is not less ce03-chave invalid key
                 go to lab-ava-07
           end-start.
      *
       lab-ava-06.
           perform rot-le-prox-ce03.
           if erro not = 0
              move 0 to erro
              go to lab-ava-07
           end-if.
           if ce03-chave-controle = high-values
              go to lab-ava-07
           end-if.
           if ce03-cliente = 0 or
              (ce03-movimento not = 2 and ce03-movimento not = 4)
              go to lab-ava-06
           end-if.
           if ce03-data-mov < data-ini-corr or
              ce03-data-mov > data-fim-corr
              go to lab-ava-06
           end-if.
           move ce03-codigo to sv-codigo.
           move ce03-grupo in ce03-chave-1 to sv-grupo.
           move ce03-produto in ce03-chave-1 to sv-produto.
           move ce03-data-mov to sv-data-mov.
           move ce03-cliente to sv-cliente.
           move ce03-preco to sv-preco.
           perform rot-posiciona-ce12.
           if ce03-movimento = 4
              add ce03-quantidade to ce12-qtd-devolvida
              perform rot-grava-ce12
              go to lab-ava-06
           end-if.
           add 1 to ce12-entradas.
           add ce03-quantidade to ce12-qtd-recebida.
           perform rot-grava-ce12.
           perform rot-preco-anterior thru rot-preco-anterior-fim.
           move 0 to variacao-perc.
           if preco-anterior > 0
              if sv-preco > preco-anterior
                 compute variacao-perc rounded =
                         (sv-preco - preco-anterior) * 100 /
                         preco-anterior
                         on size error move 999 to variacao-perc
                 end-compute
              else
                 compute variacao-perc rounded =
                         (preco-anterior - sv-preco) * 100 /
                         preco-anterior
              end-if
           end-if.
           if variacao-perc not > limite-perc
              perform rot-posiciona-ce12
              add 1 to ce12-preco-estavel
              perform rot-grava-ce12
           end-if.
      *
      *    Volta a leitura sequencial apos o movimento tratado
      *
           move sv-codigo to ce03-codigo.
           start arqce03 key is greater ce03-chave invalid key
                 go to lab-ava-07
           end-start.
           go to lab-ava-06.
      *
      *    Percentuais, nota ponderada e impressao
      *
       lab-ava-07.
           perform rot-open-imp.
           if erro not = 0
              go to lab-ava-fim
           end-if.
           move data-ini-corr to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data-ini.
           move data-fim-corr to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data-fim.
           move peso-prazo to cab-peso-prazo.
           move peso-qtd to cab-peso-qtd.
           move peso-devol to cab-peso-devol.
           move peso-preco to cab-peso-preco.
           move nota-minima to cab-nota-minima.
           move 0 to pagina qtd-avaliados qtd-abaixo.
           move 99 to linha.
           move 0 to ce12-fornecedor.
           start arqce12 key is not less ce12-chave invalid key
                 go to lab-ava-09
           end-start.
      *
       lab-ava-08.
           perform rot-le-prox-ce12.
           if erro not = 0
              move 0 to erro
              go to lab-ava-09
           end-if.
           if ce12-chave-controle = high-values
              go to lab-ava-09
           end-if.
           move 100 to ce12-perc-prazo ce12-perc-qtd ce12-perc-preco.
           move 0 to ce12-perc-devol.
           if ce12-linhas > 0
              compute ce12-perc-prazo rounded =
                      ce12-no-prazo * 100 / ce12-linhas
              compute ce12-perc-qtd rounded =
                      ce12-qtd-exata * 100 / ce12-linhas
           end-if.
           if ce12-qtd-recebida > 0
              compute nota-aux rounded =
                      ce12-qtd-devolvida * 100 / ce12-qtd-recebida
              if nota-aux > 100
                 move 100 to nota-aux
              end-if
              move nota-aux to ce12-perc-devol
           end-if.
           if ce12-entradas > 0
              compute ce12-perc-preco rounded =
                      ce12-preco-estavel * 100 / ce12-entradas
           end-if.
           compute ce12-nota rounded =
                   (ce12-perc-prazo * peso-prazo +
                    ce12-perc-qtd * peso-qtd +
                    (100 - ce12-perc-devol) * peso-devol +
                    ce12-perc-preco * peso-preco) / soma-pesos.
           if ce12-nota < nota-minima
              move "S" to ce12-abaixo
              add 1 to qtd-abaixo
           else
              move "N" to ce12-abaixo
           end-if.
           move param-usr to ce12-usuario.
           move param-data to ce12-data.
           rewrite reg-ce12 invalid key
                   continue
           end-rewrite.
           add 1 to qtd-avaliados.
           if linha > 56
              perform rot-cabec
           end-if.
           move ce12-fornecedor to det-fornecedor cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move spaces to cd01-razao-social-a
           end-if.
           move cd01-razao-social-a to det-razao.
           move ce12-linhas to det-linhas.
           move ce12-perc-prazo to det-perc-prazo.
           move ce12-perc-qtd to det-perc-qtd.
           move ce12-perc-devol to det-perc-devol.
           move ce12-perc-preco to det-perc-preco.
           move ce12-nota to det-nota.
           if ce12-abaixo = "S"
              move "ABAIXO DA NOTA MINIMA" to det-abaixo
           else
              move spaces to det-abaixo
           end-if.
           write reg-imp from det-linha after 1 line.
           add 1 to linha.
           go to lab-ava-08.
      *
       lab-ava-09.
           if linha > 56
              perform rot-cabec
           end-if.
           move qtd-avaliados to det-avaliados.
           move qtd-abaixo to det-qtd-abaixo.
           write reg-imp from tracos after 1 line.
           write reg-imp from det-total after 1 line.
           perform rot-close-imp.
           display tela-limpa-cad.
           move " Avaliacao gravada e impressa - Tecle <Enter>" to
                mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-ava-fim.
           perform rot-close-cd01.
           perform rot-close-pc01.
           perform rot-close-ce03.
           exit.
      *
      ************************
      *                      *
      *  Parametros          *
      *                      *
      ************************
      *
       sec-parametros section.
      *
       lab-par-01.
           perform rot-le-controle-ce12.
           if erro not = 0
              move 0 to erro
              go to lab-par-fim
           end-if.
           display tela-parametros.
           move ce12-peso-prazo to peso-prazo.
           move ce12-peso-qtd to peso-qtd.
           move ce12-peso-devol to peso-devol.
           move ce12-peso-preco to peso-preco.
           move ce12-nota-minima to nota-minima.
      *
       lab-par-02.
           perform acc-peso-prazo.
           if escape-key = 1
              go to lab-par-fim
           end-if.
      *
       lab-par-03.
           perform acc-peso-qtd.
           if escape-key = 1
              go to lab-par-02
           end-if.
      *
       lab-par-04.
           perform acc-peso-devol.
           if escape-key = 1
              go to lab-par-03
           end-if.
      *
       lab-par-05.
           perform acc-peso-preco.
           if escape-key = 1
              go to lab-par-04
           end-if.
           if peso-prazo + peso-qtd + peso-devol + peso-preco = 0
              move " Informe o peso de ao menos um indicador - Tecle <En
      -       "ter>" to mensagem
              perform rot-erro-cad
              go to lab-par-02
           end-if.
      *
       lab-par-06.
           perform acc-nota-minima.
           if escape-key = 1
              go to lab-par-05
           end-if.
           if nota-minima > 100
              go to lab-par-06
           end-if.
      *
       lab-par-07.
           move "Grava os parametros (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-par-06
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-par-fim
           end-if.
           if resposta not = "S"
              go to lab-par-07
           end-if.
           perform rot-le-controle-ce12.
           if erro not = 0
              move 0 to erro
              go to lab-par-fim
           end-if.
           move peso-prazo to ce12-peso-prazo.
           move peso-qtd to ce12-peso-qtd.
           move peso-devol to ce12-peso-devol.
           move peso-preco to ce12-peso-preco.
           move nota-minima to ce12-nota-minima.
           rewrite reg-ce12-1 invalid key
                   move " Erro de gravacao - ARQCE12A.DAT - Tecle <Ente
      -            "r>" to mensagem
                   perform rot-erro-cad
           end-rewrite.
      *
       lab-par-fim.
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
       acc-data-ini.
           accept data-ini at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-fim.
           accept data-fim at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-peso-prazo.
           accept peso-prazo at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-peso-qtd.
           accept peso-qtd at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-peso-devol.
           accept peso-devol at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-peso-preco.
           accept peso-preco at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nota-minima.
           accept nota-minima at 1229 with auto update prompt
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
       lmp-data-ini.
           display limpa at 0806 with foreground-color 01
                   background-color 01.
      *
       lmp-data-fim.
           display limpa at 0906 with foreground-color 01
                   background-color 01.
      *
       lmp-pesos.
           display limpa at 1006 with foreground-color 01
                   background-color 01.
           display limpa at 1106 with foreground-color 01
                   background-color 01.
      *
       lmp-nota-minima.
           display limpa at 1206 with foreground-color 01
                   background-color 01.
