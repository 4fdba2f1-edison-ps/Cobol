      *                                                             *
      *  Atualizacao de estoque :                                   *
      *                                                             *
      *  Funcao A = atualizacao dos movimentos pendentes; funcao R  *
      *  = recalculo retroativo do custo medio e do Kardex (pgce1b) *
      *  e funcao F = fechamento mensal do estoque (pgce1c)         *
      *                                                             *
      *  Data da ultima alteracao:    07/04/94     v1.00            *
      *                               02/09/26     v1.01   DEPOSITO *
      *                               02/09/26     v1.02   LOTE     *
      *                               02/09/26     v1.03   DEV-FORN *
      *                               15/10/26     v1.04   KIT      *
      *                               15/10/26     v1.05   CCUSTO   *
      *                               15/10/26     v1.06   CUSTO    *
      *                               15/10/26     v1.07   FECHAMEN *
      *                               15/10/26     v1.08   DATAPROC *
      *                                                             *
      ***************************************************************
      * 
                  record key is ce05-chave
                  alternate record key is ce05-chave-1 with duplicates
                  file status is ce05-status.
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
           select arqbt01 assign to disk
                  organization is indexed
       copy fdce04.lib.
      *
       copy fdce05.lib.
      *
       copy fdce08.lib.
      *
       copy fdbt01.lib.
      *    
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE04".
          02 cb-versao                 pic x(06) value "v1.08 ".
      *
       01 limpa-05                     pic x(05) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 ce05-nome                 pic x(08) value "ARQCE05A".
          02 filler                    pic x(01) value ".".
          02 ce05-ext                  pic x(03) value "DAT".
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
       01 flag-kit                     pic x(01) value spaces.
       01 kit-explodido                pic x(01) value "N".
       01 passada-kit                  pic x(01) value "N".
      *
       01 kit-mov.
          02 kit-codigo                pic 9(06) value 0.
          02 kit-data-mov              pic 9(06) value 0.
          02 kit-movimento             pic 9(01) value 0.
          02 kit-grupo                 pic 9(05) value 0.
          02 kit-produto               pic 9(05) value 0.
          02 kit-cliente               pic 9(05) value 0.
          02 kit-nf                    pic x(10) value spaces.
          02 kit-quantidade            pic 9(05) value 0.
          02 kit-deposito              pic 9(02) value 0.
          02 kit-dep-destino           pic 9(02) value 0.
          02 kit-ccusto                pic 9(03) value 0.
          02 kit-chave-1               pic x(16) value spaces.
      *
       01 comp-codigo                  pic 9(06) value 0.
       01 comp-quantidade              pic 9(07) value 0.
       01 comp-lote                    pic x(10) value spaces.
       01 comp-validade                pic 9(06) value 0.
      *
       01 bt01-status                  pic x(02) value "00".
       01 bt01-stat                    pic x(01) value "F".
          02 sele-produto-disp         pic x(05) value "Todos".
          02 sele-dproduto             pic x(40) value spaces.
          02 sele-atualizacao          pic x(01) value spaces.
          02 sele-funcao               pic x(01) value "A".
          02 sele-data-atu             pic 9(05) value 0.
          02 produto-ant               pic 9(10) value 0.
      * 
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(10) value "Data....:".
          02 cab-data                  pic x(08) value spaces.
      *
      *    Data de processamento controlada (rotdtp01); a data
      *    do sistema fica guardada e volta na saida
      *
       01 campo-data-proc.
          02 dtp-par-data              pic 9(05) value 0.
          02 dtp-par-usr               pic x(10) value spaces.
          02 dtp-par-alteracao         pic 9(05) value 0.
       01 data-real                    pic 9(05) value 0.
      *
       copy workgen.lib.
      * 
       screen section.
      *
       01 tela-01.
          02 line 12 column 06 foreground-color 06 background-color 04
             value "Funcao (A/R/F):".
          02 line 13 column 62 foreground-color 07 background-color 04
             highlight value "Atualizacao".
          02 line 14 column 06 foreground-color 06 background-color 04
       procedure division using param-menu.
      *
       lab-00.
           move param-data to data-real.
           call "rotdtp01" using campo-data-proc.
           cancel "rotdtp01".
           if dtp-par-data not = 0
              move dtp-par-data to param-data
           end-if.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
      *
       lab-fim.
           move data-real to param-data.
           exit program.
      *
      ************************
                   (ce02-estoque-real - ce03-quantidade).
       rot-custo-medio-dev-fim.
           exit.
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
      *    Produto do movimento e kit quando tem componentes no
      *    arqce08 (sem o arquivo nao ha kits)
      *
       rot-verifica-kit.
           move "N" to flag-kit.
           if ce08-stat not = "A"
              go to rot-verifica-kit-fim
           end-if.
           move ce03-grupo in ce03-chave-1 to ce08-kit-grupo.
           move ce03-produto in ce03-chave-1 to ce08-kit-produto.
           move 0 to ce08-seq.
           start arqce08 key is not less ce08-chave invalid key
                 go to rot-verifica-kit-fim
           end-start.
           read arqce08 next record at end
                go to rot-verifica-kit-fim
           end-read.
           if ce08-kit-grupo = ce03-grupo in ce03-chave-1 and
              ce08-kit-produto = ce03-produto in ce03-chave-1
              move "S" to flag-kit
           end-if.
       rot-verifica-kit-fim.
           exit.
      *
      *    Desdobra o movimento do kit em movimentos dos
      *    componentes (flag "K"), lancados na passada seguinte;
      *    o kit nao tem saldo proprio e o movimento dele fica so
      *    como documento (requisicao, nota)
      *
       rot-explode-kit.
           move ce03-codigo to kit-codigo.
           move ce03-data-mov to kit-data-mov.
           move ce03-movimento to kit-movimento.
           move ce03-grupo in ce03-chave-1 to kit-grupo.
           move ce03-produto in ce03-chave-1 to kit-produto.
           move ce03-cliente to kit-cliente.
           move ce03-nf to kit-nf.
           move ce03-quantidade to kit-quantidade.
           if ce03-deposito numeric and ce03-deposito not = 0
              move ce03-deposito to kit-deposito
           else
              move 1 to kit-deposito
           end-if.
           if ce03-dep-destino numeric
              move ce03-dep-destino to kit-dep-destino
           else
              move 0 to kit-dep-destino
           end-if.
           if ce03-ccusto numeric
              move ce03-ccusto to kit-ccusto
           else
              move 0 to kit-ccusto
           end-if.
           move ce03-chave-1 to kit-chave-1.
           move "S" to ce03-flag-atu.
           perform rot-rewrite-ce03.
           if erro not = 0
              go to rot-explode-kit-fim
           end-if.
           move kit-grupo to ce08-kit-grupo.
           move kit-produto to ce08-kit-produto.
           move 0 to ce08-seq.
           start arqce08 key is not less ce08-chave invalid key
                 go to rot-explode-kit-2
           end-start.
      *
       rot-explode-kit-1.
           read arqce08 next record at end
                go to rot-explode-kit-2
           end-read.
           if ce08-kit-grupo not = kit-grupo or
              ce08-kit-produto not = kit-produto
              go to rot-explode-kit-2
           end-if.
           compute comp-quantidade = ce08-quantidade * kit-quantidade.
           if comp-quantidade > 99999
              move " Kit excede a quantidade do movimento - Tecle <Ente
      -       "r>" to mensagem
              display tela-erro
              perform rot-keypress
              display tela-limpa
              go to rot-explode-kit-1
           end-if.
           move high-values to ce03-chave-controle.
           perform rot-le-ce03-lock.
           if erro not = 0
              move " Erro no registro de controle - ARQCE03A.DAT - Tecle
      -       " <Enter>" to mensagem
              display tela-erro
              perform rot-keypress
              display tela-limpa
              go to rot-explode-kit-fim
           end-if.
           move ce03-sequencia to comp-codigo.
           add 1 to ce03-sequencia comp-codigo.
           perform rot-rewrite-ce03.
           if erro not = 0
              go to rot-explode-kit-fim
           end-if.
           move spaces to comp-lote.
           if kit-movimento = 3 or 4 or 5
              perform rot-fefo-componente thru rot-fefo-componente-fim
           end-if.
           move comp-codigo to ce03-codigo.
           move kit-data-mov to ce03-data-mov.
           move kit-movimento to ce03-movimento.
           move ce08-grupo to ce03-grupo in ce03-chave-1
                              ce03-grupo in ce03-chave-2.
           move ce08-produto to ce03-produto in ce03-chave-1
                                ce03-produto in ce03-chave-2.
           move kit-cliente to ce03-cliente.
           move kit-nf to ce03-nf.
           move comp-quantidade to ce03-quantidade.
           move 0 to ce03-preco.
           move spaces to ce03-obs.
           string "KIT " kit-grupo "-" kit-produto " MOVIMENTO "
                  kit-codigo delimited by size into ce03-obs
           end-string.
           move "K" to ce03-flag-atu.
           move "N" to ce03-flag-fat.
           move param-usr to ce03-usuario.
           move param-data to ce03-data.
           move kit-deposito to ce03-deposito.
           move kit-dep-destino to ce03-dep-destino.
           move comp-lote to ce03-lote.
           move kit-ccusto to ce03-ccusto.
           move 0 to ce03-custo.
           write reg-ce03 invalid key
                 move 1 to erro
                 move " Erro de gravacao - ARQCE03A.DAT - Tecle <Enter>"
                 to mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 go to rot-explode-kit-fim
           end-write.
           move "S" to kit-explodido.
           go to rot-explode-kit-1.
      *
       rot-explode-kit-2.
           move kit-chave-1 to ce03-chave-1.
           start arqce03 key is not less ce03-chave-1
                 invalid key move 1 to erro
                             perform rot-erro-leitura-ce03
           end-start.
       rot-explode-kit-fim.
           exit.
      *
      *    Lote mais antigo (FEFO) com saldo do componente; sem
      *    lote o componente sai sem lote, como sempre
      *
       rot-fefo-componente.
           move 999999 to comp-validade.
           move ce08-grupo to ce05-grupo.
           move ce08-produto to ce05-produto.
           move low-values to ce05-lote.
           start arqce05 key is not less ce05-chave invalid key
                 go to rot-fefo-componente-fim
           end-start.
       rot-fefo-componente-1.
           read arqce05 next record at end
                go to rot-fefo-componente-fim
           end-read.
           if ce05-grupo not = ce08-grupo or
              ce05-produto not = ce08-produto
              go to rot-fefo-componente-fim
           end-if.
           if ce05-saldo > 0 and ce05-validade < comp-validade
              move ce05-validade to comp-validade
              move ce05-lote to comp-lote
           end-if.
           go to rot-fefo-componente-1.
       rot-fefo-componente-fim.
           exit.
      *
       copy rotgen.lib.
      *
           display tela-limpa-cad.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept sele-funcao at 1222 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
           exit.
      *
       acc-data-i.
           accept sele-data-i at 1422 with auto update prompt
              perform display-erro-usr
              go to lab-sele-fim
           end-if.
      *
      *    Funcao R: recalculo retroativo e funcao F: fechamento
      *    do mes, com os arquivos fechados
      *
       lab-sele-00-1.
           move "A" to sele-funcao.
           perform acc-funcao.
           if escape-key = 1
              go to lab-sele-fim
           end-if.
           move sele-funcao to txt.
           perform rot-texto.
           move txt to sele-funcao.
           if sele-funcao = "R"
              call "pgce1b" using param-menu
              cancel "pgce1b"
              display tela-01
              go to lab-sele-00-1
           end-if.
           if sele-funcao = "F"
              call "pgce1c" using param-menu
              cancel "pgce1c"
              display tela-01
              go to lab-sele-00-1
           end-if.
           if sele-funcao not = "A"
              go to lab-sele-00-1
           end-if.
           perform rot-open-ce01.
           if erro not = 0
              go to lab-sele-fim
           if erro not = 0
              go to lab-sele-fim
           end-if.
           perform rot-open-ce08.
           perform rot-pesq-controle.
           unlock arqce03 record.
           if erro not = 0
           perform rot-close-ce01.
           perform rot-close-ce02.
           perform rot-close-ce05.
           perform rot-close-ce08.
           perform rot-close-ce04.
           perform rot-close-ce03.
           exit.
       lab-atu-00.
           display tela-limpa-cad.
           perform rot-aponta-inicio.
           move "N" to kit-explodido passada-kit.
      *
       lab-atu-00-1.
           move low-values to ce03-chave-1.
           move sele-data-i to ce03-data-mov.
           if passada-kit = "S"
              move 0 to ce03-grupo in ce03-chave-1
                        ce03-produto in ce03-chave-1
           else
              move sele-grupo to ce03-grupo in ce03-chave-1
              move sele-produto to ce03-produto in ce03-chave-1
           end-if.
           start arqce03 key is not less ce03-chave-1
                 invalid key move 1 to erro
                             perform rot-erro-leitura-ce01
                    end-if
                    move 0 to erro
                 end-if
      *
      *          componentes de kit desdobrados nesta passada
      *
                 if kit-explodido = "S" and passada-kit = "N"
                    move "S" to passada-kit
                    move 0 to produto-ant cont-atu erro
                    go to lab-atu-00-1
                 end-if
              end-if
              go to lab-atu-fim
           end-if.
           if ce03-data-mov > sele-data-f
              go to lab-atu-fim
           end-if.
           if passada-kit = "S"
              if ce03-flag-atu not = "K"
                 go to lab-atu-01
              end-if
              go to lab-atu-01-1
           end-if.
           if sele-grupo not = 0
              if ce03-grupo in ce03-chave-1 not = sele-grupo
                 go to lab-atu-01
                 go to lab-atu-01
              end-if
           end-if.       
           if ce03-flag-atu not = "N" and "K"
              go to lab-atu-01
           end-if.
      *
       lab-atu-01-1.
           if ce03-movimento not = 1
              perform rot-verifica-kit thru rot-verifica-kit-fim
              if flag-kit = "S"
                 perform rot-explode-kit thru rot-explode-kit-fim
                 if erro not = 0
                    go to lab-atu-fim
                 end-if
                 go to lab-atu-01
              end-if
           end-if.
           if ce03-chave-2 not = produto-ant
              if produto-ant not = 0
                 move param-usr to ce02-usuario
           end-evaluate.
           perform rot-atualiza-deposito.
           perform rot-atualiza-lote thru rot-atualiza-lote-fim.
      *
      *    Custo medio vigente apos o movimento (custo da saida)
      *
           move ce02-custo-medio to ce03-custo.
           move "S" to ce03-flag-atu.
           perform rot-rewrite-ce03.
           if erro not = 0
           move 0 to bt01-hora-fim.
           move "P" to bt01-resultado.
           move param-usr to bt01-usuario.
           move data-real to bt01-data.
           if flag-bt01 = "S"
              rewrite reg-bt01 invalid key
                      continue
