      *  (R)elatorio   - pedidos pendentes;                         *
      *  (E)ntrada     - recebimento contra o pedido: lanca a       *
      *                  entrada no ARQCE03, aponta falta/sobra     *
      *                  e encerra a linha;                         *
      *  (C)otacao     - cotacao de precos e mapa comparativo       *
      *                  (pgce18). Pedido acima do valor limite da  *
      *                  cotacao so pode ser gerado por ela;        *
      *  (A)valiacao   - avaliacao de fornecedores (pgce19); o      *
      *                  fornecedor abaixo da nota minima e         *
      *                  sinalizado ao abrir o pedido.              *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                               15/10/26     v1.05            *
      *                               15/10/26     v1.06            *
      *                                                             *
      ***************************************************************
      *
                  record key is pc01-chave
                  alternate record key is pc01-chave-1 with duplicates
                  file status is pc01-status.
      *
           select arqce10 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce10-chave
                  file status is ce10-status.
      *
           select arqce12 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce12-chave
                  file status is ce12-status.
      *
           select arqcd01 assign to disk
                  organization is indexed
       file section.
      *
       copy fdpc01.lib.
      *
       copy fdce10.lib.
      *
       copy fdce12.lib.
      *
       copy fdcd01.lib.
      *
          02 pc01-nome                 pic x(08) value "ARQPC01A".
          02 filler                    pic x(01) value ".".
          02 pc01-ext                  pic x(03) value "DAT".
      *
       01 ce10-status                  pic x(02) value "00".
      *
       01 nome-arq-ce10.
          02 ce10-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce10-nome                 pic x(08) value "ARQCE10A".
          02 filler                    pic x(01) value ".".
          02 ce10-ext                  pic x(03) value "DAT".
      *
       01 ce12-status                  pic x(02) value "00".
      *
       01 nome-arq-ce12.
          02 ce12-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce12-nome                 pic x(08) value "ARQCE12A".
          02 filler                    pic x(01) value ".".
          02 ce12-ext                  pic x(03) value "DAT".
      *
       01 cd01-status                  pic x(02) value "00".
       01 cd01-stat                    pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE09".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 flag-ce02                 pic x(01) value spaces.
      *
       01 mov-codigo                   pic 9(06) value 0.
      *
       01 valor-pedido                 pic 9(13)v9(02) value 0.
       01 valor-linha                  pic 9(13)v9(02) value 0.
       01 valor-limite-cot             pic 9(11)v9(02) value 0.
      *
       01 msg-avaliacao.
          02 filler                    pic x(38) value
             " Fornecedor abaixo da nota minima (nota".
          02 msg-ava-nota              pic zz9,99.
          02 filler                    pic x(18) value
             ") - Tecle <Enter>".
      *
       01 nf-pedido.
          02 filler                    pic x(02) value "PC".
          02 line 07 column 50 foreground-color 06 background-color 01
             highlight value "Pedidos de Compra".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao.........:".
          02 line 08 column 26 foreground-color 06 background-color 01
             highlight value "(P/R/E/C/A)".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Pedido.........:".
          02 line 11 column 06 foreground-color 06 background-color 01
           move deposito to ce03-deposito.
           move 0 to ce03-dep-destino.
           move lote to ce03-lote.
           move 0 to ce03-ccusto.
           move 0 to ce03-custo.
           write reg-ce03 invalid key
                 move 1 to erro
           end-write.
                      continue
              end-rewrite
           end-if.
      *
      *
      *    Valor limite p/ pedido sem cotacao (controle do ARQCE10;
      *    zero ou arquivo inexistente = sem limite)
      *
       rot-le-limite-cot.
           move 0 to valor-limite-cot.
           open input arqce10.
           if ce10-status not = "00"
              go to rot-le-limite-cot-fim
           end-if.
           move high-values to ce10-chave-controle.
           read arqce10 invalid key
                move 0 to ce10-valor-limite
           end-read.
           if ce10-status = "00"
              move ce10-valor-limite to valor-limite-cot
           end-if.
           close arqce10.
       rot-le-limite-cot-fim.
           exit.
      *
      *    Aviso do fornecedor abaixo da nota minima na ultima
      *    avaliacao (ARQCE12); sem avaliacao nao ha aviso
      *
       rot-verifica-avaliacao.
           open input arqce12.
           if ce12-status not = "00"
              go to rot-verifica-avaliacao-fim
           end-if.
           move fornecedor to ce12-fornecedor.
           read arqce12 invalid key
                move "N" to ce12-abaixo
           end-read.
           if ce12-status = "00" and ce12-abaixo = "S"
              move ce12-nota to msg-ava-nota
              move msg-avaliacao to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           close arqce12.
       rot-verifica-avaliacao-fim.
           exit.
      *
       copy rotgen.lib.
      *
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "P" and "R" and "E" and "C" and "A"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if funcao = "E"
              perform sec-recebe
           end-if.
           if funcao = "C"
              call "pgce18" using param-menu
              cancel "pgce18"
           end-if.
           if funcao = "A"
              call "pgce19" using param-menu
              cancel "pgce19"
           end-if.
           go to lab-fun-01.
      *
       lab-fun-fim.
           if erro not = 0
              go to lab-ped-fim
           end-if.
           perform rot-le-limite-cot thru rot-le-limite-cot-fim.
      *
       lab-ped-01.
           move 0 to fornecedor.
           end-if.
           move cd01-razao-social-a to razao-social.
           perform dsp-fornecedor.
           perform rot-verifica-avaliacao thru
                   rot-verifica-avaliacao-fim.
      *
      *    Numera o pedido
      *
           move pedido to cab-pedido.
           display pedido at 1023 with foreground-color 15
                   background-color 01.
           move 0 to pc-linha valor-pedido.
      *
       lab-ped-02.
           add 1 to pc-linha.
              end-if
           end-if.
           display tela-limpa-cad.
           compute valor-linha = quantidade * preco.
           if valor-limite-cot > 0 and
              valor-pedido + valor-linha > valor-limite-cot
              move " Pedido acima do limite - exige cotacao (C) - Tecle 
      -    "<Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-ped-06
           end-if.
           move pedido to pc01-pedido.
           move pc-linha to pc01-linha.
           move fornecedor to pc01-fornecedor.
           move 0 to pc01-qtd-recebida.
           move preco to pc01-preco.
           move entrega-corr to pc01-entrega.
           move "P" to pc01-situacao.
           move param-usr to pc01-usuario.
           move param-data to pc01-data.
           write reg-pc01 invalid key
                 display tela-limpa-cad
                 go to lab-ped-fim
           end-write.
           add valor-linha to valor-pedido.
           perform lmp-grupo thru lmp-entrega.
           go to lab-ped-02.
      *
           if pc01-chave = high-values
              go to lab-pen-01
           end-if.
           if pc01-situacao not = "A" and not = "P" and not = "1"
              go to lab-pen-01
           end-if.
           if linha > 56
              display tela-limpa-cad
              go to lab-rcb-01
           end-if.
           if pc01-situacao = "P" or "1"
              move " Pedido aguardando aprovacao - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rcb-01
           end-if.
           if pc01-situacao not = "A"
              move " Linha ja encerrada ou cancelada - Tecle <Enter>"
                   to mensagem
