      *                                                             *
      *  Data da ultima alteracao:    09/08/26     v1.00            *
      *                               02/09/26     v1.01   EMPENHO  *
      *                               15/10/26     v1.02   EMPREST. *
      *                                                             *
      *  09/08/26 - Relacao de excecoes de estoque (produtos fora   *
      *             da faixa min/max) incluida como opcao de tipo.  *
                  record key is em01-chave
                  alternate record key is em01-chave-1 with duplicates
                  file status is em01-status.
      *
           select arqce09 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce09-chave
                  alternate record key is ce09-chave-1 with duplicates
                  alternate record key is ce09-chave-2 with duplicates
                  file status is ce09-status.
      *
           select arqimp assign to disk
                  organization is line sequential
       copy fdce02.lib.
      *
       copy fdem01.lib.
      *
       copy fdce09.lib.
      *
       fd arqimp

      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE06".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(10) value spaces.
       01 kbd-aux                      pic 9(02) comp-5 value 0.
          02 em01-nome                 pic x(08) value "ARQEM01A".
          02 filler                    pic x(01) value ".".
          02 em01-ext                  pic x(03) value "DAT".
      *
       01 ce09-status                  pic x(02) value "00".
       01 ce09-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce09.
          02 ce09-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce09-nome                 pic x(08) value "ARQCE09A".
          02 filler                    pic x(01) value ".".
          02 ce09-ext                  pic x(03) value "DAT".
      *
       01 total-reservado              pic s9(06)v9(02) value 0.
       01 total-emprestado             pic s9(06)v9(02) value 0.
       01 saldo-disponivel             pic s9(06)v9(02) value 0.
      *
       01 cab-abav.
              close arqem01
              move "F" to em01-stat
           end-if.
      *
       rot-close-ce09.
           if ce09-stat = "A"
              close arqce09
              move "F" to ce09-stat
           end-if.
      *
       rot-close-ce02.
           if ce02-stat = "A"
          move ce02-estoque-max to cab-max.
          move ce02-estoque-real to cab-real.
          perform rot-reservas thru rot-reservas-fim.
          perform rot-emprestimos thru rot-emprestimos-fim.
          compute saldo-disponivel =
                  ce02-estoque-ofic - total-reservado -
                  total-emprestado.
          move saldo-disponivel to cab-disp.
          perform rot-situacao.
      *
       rot-reservas-fim.
           exit.
      *
      *    Soma o pendente dos emprestimos abertos do produto
      *    (arqce09 - material em poder de terceiros, pgce17): segue
      *    no estoque mas nao esta disponivel
      *
       rot-emprestimos.
           move 0 to total-emprestado.
           if ce09-stat = "F"
              open input arqce09
              if ce09-status = "00"
                 move "A" to ce09-stat
              end-if
           end-if.
           if ce09-stat not = "A"
              go to rot-emprestimos-fim
           end-if.
           move ce02-grupo to ce09-grupo.
           move ce02-produto to ce09-produto.
           start arqce09 key is not less ce09-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-emprestimos-fim
           end-if.
       rot-emprestimos-1.
           move 0 to erro.
           read arqce09 next record at end move 1 to erro.
           if ce09-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-emprestimos-1
           end-if.
           if erro not = 0
              move 0 to erro
              go to rot-emprestimos-fim
           end-if.
           if ce09-chave-controle = high-values
              go to rot-emprestimos-1
           end-if.
           if ce09-grupo not = ce02-grupo or
              ce09-produto not = ce02-produto
              go to rot-emprestimos-fim
           end-if.
           if ce09-situacao = "A"
              compute total-emprestado = total-emprestado +
                      ce09-quantidade - ce09-qtd-devolvida -
                      ce09-qtd-perdida
           end-if.
           go to rot-emprestimos-1.
       rot-emprestimos-fim.
           exit.
      *
      *    Verifica se o grupo do produto atual atende a selecao por
      *    grupo - atende tambem quando o produto pertence a um
      *    subgrupo do grupo selecionado (roll-up de subgrupo p/ grupo)
           perform rot-close-ce01.
           perform rot-close-ce02.
           perform rot-close-em01.
           perform rot-close-ce09.
           call "C_Restscr" using by value box-col
                                  by value box-lin
                                  by value box-col-f
           perform rot-close-ce01.
           perform rot-close-ce02.
           perform rot-close-em01.
           perform rot-close-ce09.
           exit.
      *
