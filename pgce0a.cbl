      *  oficial, o custo medio unitario (mantido pela              *
      *  atualizacao de estoque) e o valor total, subtotalizado     *
      *  por grupo, p/ o valor de estoque do fim do mes.            *
      *  Com mes/ano informado avalia o estoque no fim daquele      *
      *  mes: mes fechado direto dos saldos guardados (ARQCE14);    *
      *  mes aberto a partir do ultimo mes fechado, aplicando os    *
      *  movimentos atualizados seguintes (custo = ce03-custo do    *
      *  ultimo movimento).                                         *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               15/10/26     v1.01   FECHAMEN *
      *                                                             *
      ***************************************************************
      *
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
           select arqce08 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce08-chave
                  alternate record key is ce08-chave-1 with duplicates
                  file status is ce08-status.
      *
           select arqce14 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is ce14-chave
                  file status is ce14-status.
      *
           select arqimp assign to disk
                  organization is line sequential
       copy fdce01.lib.
      *
       copy fdce02.lib.
      *
       copy fdce03.lib.
      *
       copy fdce08.lib.
      *
       copy fdce14.lib.
      *
       fd arqimp

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
          02 cb-programa               pic x(08) value "PGCE0A".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 tracos                       pic x(100) value all "-".
      *
       01 grupo-ant                    pic 9(05) value 0.
      *
      *    Avaliacao no fim de um mes (sele-mes = 0: posicao
      *    atual); fch-mes-idx = ultimo mes fechado ate ele,
      *    fch-abre-corr = primeiro dia do mes seguinte ao fechado
      *
       01 sele-mes                     pic 9(02) value 0.
       01 sele-ano                     pic 9(02) value 0.
       01 aval-mes-idx                 pic 9(05) value 0.
       01 aval-hoje-idx                pic 9(05) value 0.
       01 aval-mov-idx                 pic 9(05) value 0.
       01 fch-mes-idx                  pic 9(05) value 0.
       01 fch-abre-corr                pic 9(06) value 0.
       01 fch-abre-mes                 pic 9(02) value 0.
       01 fch-abre-ano                 pic 9(02) value 0.
       01 flag-fechado                 pic x(01) value spaces.
       01 flag-kit                     pic x(01) value spaces.
       01 qtd-aval                     pic s9(04)v9(02) value 0.
       01 custo-aval                   pic 9(11)v9(02) value 0.
       01 valor-produto                pic s9(11)v9(02) value 0.
       01 total-grupo                  pic s9(13)v9(02) value 0.
       01 total-geral                  pic s9(13)v9(02) value 0.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(33) value
          "Avaliacao de Estoque-Custo Medio".
          02 cab-prog-mes              pic x(20) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
       01 tela-01.
          02 line 12 column 42 foreground-color 06 background-color 01
             highlight value "Avaliacao de Estoque".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Mes (0=atual)........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Ano..................:".
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
      *
       lab-01.
           display tela-limpa-cad.
           move 0 to sele-mes sele-ano.
           perform lmp-mes thru lmp-ano.
           perform acc-mes.
           if escape-key = 1
              go to lab-02
           end-if.
           if sele-mes > 12
              go to lab-01
           end-if.
           if sele-mes = 0
              go to lab-01-2
           end-if.
      *
       lab-01-1.
           perform acc-ano.
           if escape-key = 1
              go to lab-01
           end-if.
           compute dias-corr = sele-ano * 360 + sele-mes * 30 + 1.
           move dias-corr to data-sec-in.
           perform rot-data-sec.
           compute aval-mes-idx = (data-sec-out - 1) / 30.
           move param-data to data-sec-in.
           perform rot-data-sec.
           compute aval-hoje-idx = (data-sec-out - 1) / 30.
           if aval-mes-idx not < aval-hoje-idx
              move " O mes ainda nao terminou - Tecle <Enter>" to
                   mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-01-1
           end-if.
      *
       lab-01-2.
           move "Imprime a avaliacao de estoque (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
              go to lab-02
           end-if.
           if resposta not = "S"
              go to lab-01-2
           end-if.
           display tela-limpa-cad.
           perform sec-avaliacao.
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce02
           end-if.
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
       rot-open-ce08.
           if ce08-stat = "F"
              open input arqce08
              if ce08-status = "00"
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
      *    ARQCE14 opcional: sem ele reaplica todo o historico
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
       rot-open-imp.
           move 0 to erro.
           add 1 to linha.
           add total-grupo to total-geral.
           move 0 to total-grupo.
      *
      *    Ultimo mes fechado ate o mes avaliado (o proprio mes
      *    fechado marca flag-fechado)
      *
       rot-ultimo-fechamento.
           move 0 to fch-mes-idx fch-abre-corr.
           move "N" to flag-fechado.
           if ce14-stat not = "A"
              go to rot-ultimo-fechamento-fim
           end-if.
           compute ce14-mes = aval-mes-idx + 1.
           move 0 to ce14-grupo ce14-produto ce14-deposito.
           move low-values to ce14-tipo ce14-lote.
           start arqce14 key is less ce14-chave invalid key
                 go to rot-ultimo-fechamento-fim
           end-start.
           read arqce14 previous at end
                go to rot-ultimo-fechamento-fim
           end-read.
           move ce14-mes to fch-mes-idx.
           if fch-mes-idx = aval-mes-idx
              move "S" to flag-fechado
           end-if.
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
      *    Produto kit (componentes no ARQCE08) nao tem saldo
      *
       rot-verifica-kit.
           move "N" to flag-kit.
           if ce08-stat not = "A"
              go to rot-verifica-kit-fim
           end-if.
           move ce02-grupo to ce08-kit-grupo.
           move ce02-produto to ce08-kit-produto.
           move 0 to ce08-seq.
           start arqce08 key is not less ce08-chave invalid key
                 go to rot-verifica-kit-fim
           end-start.
           read arqce08 next record at end
                go to rot-verifica-kit-fim
           end-read.
           if ce08-kit-grupo = ce02-grupo and
              ce08-kit-produto = ce02-produto
              move "S" to flag-kit
           end-if.
       rot-verifica-kit-fim.
           exit.
      *
      *    Quantidade oficial e custo do produto no fim do mes
      *    avaliado: saldo guardado do ultimo mes fechado mais os
      *    movimentos atualizados seguintes ate o fim do mes
      *
       rot-avalia-mes.
           move 0 to qtd-aval custo-aval.
           perform rot-verifica-kit thru rot-verifica-kit-fim.
           if flag-kit = "S"
              go to rot-avalia-mes-fim
           end-if.
           if fch-mes-idx not = 0
              move fch-mes-idx to ce14-mes
              move ce02-grupo to ce14-grupo
              move ce02-produto to ce14-produto
              move "P" to ce14-tipo
              move 0 to ce14-deposito
              move spaces to ce14-lote
              perform rot-le-ce14
              if erro = 0
                 move ce14-qtd-ofic to qtd-aval
                 move ce14-custo-medio to custo-aval
              end-if
              move 0 to erro
           end-if.
           if flag-fechado = "S"
              go to rot-avalia-mes-fim
           end-if.
           move ce02-grupo to ce03-grupo in ce03-chave-1.
           move ce02-produto to ce03-produto in ce03-chave-1.
           move fch-abre-corr to ce03-data-mov.
           start arqce03 key is not less ce03-chave-1 invalid key
                 go to rot-avalia-mes-2
           end-start.
       rot-avalia-mes-1.
           perform rot-le-prox-ce03.
           if erro not = 0
              go to rot-avalia-mes-2
           end-if.
           if ce03-chave = high-values
              go to rot-avalia-mes-1
           end-if.
           if ce03-grupo in ce03-chave-1 not = ce02-grupo or
              ce03-produto in ce03-chave-1 not = ce02-produto
              go to rot-avalia-mes-2
           end-if.
           if ce03-flag-atu not = "S"
              go to rot-avalia-mes-1
           end-if.
           move ce03-data-mov to data-sec-in.
           perform rot-data-sec.
           compute aval-mov-idx = (data-sec-out - 1) / 30.
           if aval-mov-idx > aval-mes-idx
              go to rot-avalia-mes-1
           end-if.
           if fch-mes-idx not = 0 and aval-mov-idx not > fch-mes-idx
              go to rot-avalia-mes-1
           end-if.
           evaluate true
                    when ce03-movimento = 1
                         move ce03-quantidade to qtd-aval
                    when ce03-movimento = 2
                         if ce03-nf not = spaces
                            add ce03-quantidade to qtd-aval
                         end-if
                    when ce03-movimento = 3 or
                         ce03-movimento = 4 or
                         ce03-movimento = 5
                         if ce03-nf not = spaces
                            subtract ce03-quantidade from qtd-aval
                         end-if
           end-evaluate.
           if ce03-custo numeric and ce03-custo not = 0
              move ce03-custo to custo-aval
           end-if.
           go to rot-avalia-mes-1.
       rot-avalia-mes-2.
           move 0 to erro.
           if custo-aval = 0
              move ce02-custo-medio to custo-aval
           end-if.
       rot-avalia-mes-fim.
           exit.
      *
       copy rotgen.lib.
      *
           if erro not = 0
              go to lab-ava-fim
           end-if.
           move spaces to cab-prog-mes.
           if sele-mes not = 0
              perform rot-open-ce03
              if erro not = 0
                 go to lab-ava-fim
              end-if
              perform rot-open-ce08
              perform rot-open-ce14
              perform rot-ultimo-fechamento
                 thru rot-ultimo-fechamento-fim
              string " - Fim de " sele-mes "/" sele-ano
                     delimited by size into cab-prog-mes
              end-string
           end-if.
           move 99 to linha.
           move 0 to pagina.
           move low-values to ce02-chave.
           end-if.
           move ce02-produto to cab-produto.
           move ce02-descricao-a to cab-descricao.
           move ce02-estoque-ofic to qtd-aval.
           move ce02-custo-medio to custo-aval.
           if sele-mes not = 0
              perform rot-avalia-mes thru rot-avalia-mes-fim
           end-if.
           move qtd-aval to cab-qtde.
           move custo-aval to cab-custo.
           compute valor-produto rounded = qtd-aval * custo-aval.
           move valor-produto to cab-valor.
           add valor-produto to total-grupo.
           write reg-imp from cab-lin after 1 line.
           end-if.
      *
       lab-ava-fim.
           perform rot-close-ce14.
           perform rot-close-ce08.
           perform rot-close-ce03.
           perform rot-close-imp.
           perform rot-close-ce02.
           perform rot-close-ce01.
           perform rot-texto.
           move txt to resposta.
      *
       acc-mes.
           accept sele-mes at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-ano.
           accept sele-ano at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       lmp-mes.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-ano.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
