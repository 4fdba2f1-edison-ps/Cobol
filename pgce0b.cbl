      *  Kardex de Produto :                                        *
      *                                                             *
      *  Para um produto ou um grupo inteiro, reconstitui o saldo   *
      *  na abertura do periodo (partindo do saldo guardado no      *
      *  ultimo mes fechado do estoque - ARQCE14 - e aplicando em   *
      *  silencio os movimentos seguintes na ordem da chave grupo+  *
      *  produto+data) e imprime cada movimento do periodo com      *
      *  entrada, saida e saldo apos a linha, fechando com o saldo  *
      *  final que confere com o estoque oficial. Seguem as regras  *
      *  da atualizacao (pgce04): inventario redefine o saldo e os  *
      *  demais movimentos so contam no oficial com nota fiscal.    *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01   DEPOSITO *
      *                               02/09/26     v1.02            *
      *                               15/10/26     v1.03   FECHAMEN *
      *                                                             *
      ***************************************************************
      *
                  alternate record key is ce03-chave-1 with duplicates
                  alternate record key is ce03-chave-2 with duplicates
                  file status is ce03-status.
      *
           select arqce14 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is ce14-chave
                  file status is ce14-status.
      *
           select arqjb01 assign to disk
                  organization is indexed
       copy fdce02.lib.
      *
       copy fdce03.lib.
      *
       copy fdce14.lib.
      *
       copy fdjb01.lib.
      *
          02 ce03-nome                 pic x(08) value "ARQCE03A".
          02 filler                    pic x(01) value ".".
          02 ce03-ext                  pic x(03) value "DAT".
      *
       01 ce14-status                  pic x(02) value "00".
       01 ce14-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce14.
          02 ce14-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce14-nome                 pic x(08) value "ARQCE14A".
          02 filler                    pic x(01) value ".".
          02 ce14-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE0B".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 data-f-disp               pic x(08) value spaces.
      *
       01 saldo-kardex                 pic s9(07)v9(02) value 0.
      *
      *    Ultimo mes fechado antes do periodo (ARQCE14): indice
      *    do mes e primeiro dia do mes seguinte em dias corridos
      *
       01 fch-mes-idx                  pic 9(05) value 0.
       01 fch-ini-idx                  pic 9(05) value 0.
       01 fch-abre-corr                pic 9(06) value 0.
       01 fch-abre-mes                 pic 9(02) value 0.
       01 fch-abre-ano                 pic 9(02) value 0.
       01 flag-abertura                pic x(01) value spaces.
       01 flag-conta                   pic x(01) value spaces.
      *
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce03
           end-if.
      *
      *
      *    ARQCE14 opcional: sem ele o kardex reaplica o historico
      *
       rot-open-ce14.
           if ce14-stat = "F"
              open input arqce14
              if ce14-status = "00"
                 move "A" to ce14-stat
              end-if
           end-if.
      *
       rot-close-ce14.
           if ce14-stat = "A"
              close arqce14
              move "F" to ce14-stat
           end-if.
      *
       rot-le-ce14.
           move 0 to erro.
           read arqce14 invalid key move 1 to erro.
           if ce14-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce14
           end-if.
      *
      *    Ultimo mes fechado antes do mes da data inicial: o
      *    kardex parte dos saldos dele (fch-mes-idx = 0: nenhum)
      *
       rot-ultimo-fechamento.
           move 0 to fch-mes-idx fch-abre-corr.
           if ce14-stat not = "A"
              go to rot-ultimo-fechamento-fim
           end-if.
           move data-i-corr to data-sec-in.
           perform rot-data-sec.
           compute fch-ini-idx = (data-sec-out - 1) / 30.
           move fch-ini-idx to ce14-mes.
           move 0 to ce14-grupo ce14-produto ce14-deposito.
           move low-values to ce14-tipo ce14-lote.
           start arqce14 key is less ce14-chave invalid key
                 go to rot-ultimo-fechamento-fim
           end-start.
           read arqce14 previous at end
                go to rot-ultimo-fechamento-fim
           end-read.
           move ce14-mes to fch-mes-idx.
           move ce14-comp-mes to fch-abre-mes.
           move ce14-comp-ano to fch-abre-ano.
           if fch-abre-mes = 12
              move 1 to fch-abre-mes
              add 1 to fch-abre-ano
           else
              add 1 to fch-abre-mes
           end-if.
           compute fch-abre-corr =
                   fch-abre-ano * 360 + fch-abre-mes * 30 + 1.
       rot-ultimo-fechamento-fim.
           exit.
      *
      *    Saldo de abertura do produto (oficial, ou do deposito
      *    filtrado) no ultimo mes fechado
      *
       rot-saldo-fechamento.
           move 0 to saldo-kardex.
           if fch-mes-idx = 0
              go to rot-saldo-fechamento-fim
           end-if.
           move fch-mes-idx to ce14-mes.
           move ce02-grupo to ce14-grupo.
           move ce02-produto to ce14-produto.
           move spaces to ce14-lote.
           if sele-deposito = 0
              move "P" to ce14-tipo
              move 0 to ce14-deposito
           else
              move "D" to ce14-tipo
              move sele-deposito to ce14-deposito
           end-if.
           perform rot-le-ce14.
           if erro = 0
              move ce14-qtd-ofic to saldo-kardex
           end-if.
           move 0 to erro.
       rot-saldo-fechamento-fim.
           exit.
      *
       rot-open-imp.
           move 0 to erro.
           if erro not = 0
              go to lab-kdx-fim
           end-if.
           perform rot-open-ce14.
           perform rot-ultimo-fechamento
              thru rot-ultimo-fechamento-fim.
           move 99 to linha.
           move 0 to pagina.
      *
           end-if.
      *
       lab-kdx-fim.
           perform rot-close-ce14.
           perform rot-close-imp.
           perform rot-close-ce03.
           perform rot-close-ce02.
       sec-produto section.
      *
       lab-prd-00.
           perform rot-saldo-fechamento thru rot-saldo-fechamento-fim.
           move "N" to flag-abertura.
           if pagina = 0 or linha > 48
              perform rot-cabec
           add 2 to linha.
      *
      *    Movimentos do produto em ordem de data pela chave
      *    grupo+produto+data do ARQCE03, a partir do mes seguinte
      *    ao ultimo fechado
      *
           move ce02-grupo to ce03-grupo in ce03-chave-1.
           move ce02-produto to ce03-produto in ce03-chave-1.
           move fch-abre-corr to ce03-data-mov.
           start arqce03 key is not less ce03-chave-1 invalid key
                 move 1 to erro
           end-start.
