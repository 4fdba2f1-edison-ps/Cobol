      *                                                             *
      *  O saldo disponivel da consulta (pgce06) desconta os        *
      *  empenhos ativos e a saida (pgce03) avisa quando invade     *
      *  reserva de outro evento. O empenho de um kit (pgce16)      *
      *  reserva cada componente (quantidade por kit x kits).       *
      *  O centro de custo do empenho e sugerido nas saidas do      *
      *  produto durante o periodo reservado.                       *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
                  record key is ce02-chave
                  alternate record key is ce02-chave-1 with duplicates
                  file status is ce02-status.
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
       copy fdem01.lib.
      *
       copy fdce02.lib.
      *
       copy fdce08.lib.
      *
       copy fdtabl.lib.
      *
          02 ce02-nome                 pic x(08) value "ARQCE02A".
          02 filler                    pic x(01) value ".".
          02 ce02-ext                  pic x(03) value "DAT".
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
       01 qtd-componente               pic 9(09) value 0.
       01 tot-componentes              pic 9(03) value 0.
      *
       01 tabl-status                  pic x(02) value "00".
       01 tabl-stat                    pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGEM01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 quantidade                pic 9(05) value 0.
          02 data-ini                  pic 9(06) value 0.
          02 data-fim                  pic 9(06) value 0.
          02 ccusto                    pic 9(03) value 0.
      *
       01 cont-emp.
          02 tot-ativos                pic 9(05) value 0.
             highlight value "Data Inicial.........:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Data Final...........:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Centro de Custo......:".
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
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
      *    Produto e kit quando tem componentes no arqce08
      *
       rot-verifica-kit.
           move "N" to flag-kit.
           if ce08-stat not = "A"
              go to rot-verifica-kit-fim
           end-if.
           move grupo to ce08-kit-grupo.
           move produto to ce08-kit-produto.
           move 0 to ce08-seq.
           start arqce08 key is not less ce08-chave invalid key
                 go to rot-verifica-kit-fim
           end-start.
           read arqce08 next record at end
                go to rot-verifica-kit-fim
           end-read.
           if ce08-kit-grupo = grupo and ce08-kit-produto = produto
              move "S" to flag-kit
           end-if.
       rot-verifica-kit-fim.
           exit.
      *
      *    Empenho do kit: um empenho por componente, na
      *    quantidade por kit vezes a quantidade de kits
      *
       rot-empenha-kit.
           move 0 to tot-componentes.
           move grupo to ce08-kit-grupo.
           move produto to ce08-kit-produto.
           move 0 to ce08-seq.
           start arqce08 key is not less ce08-chave invalid key
                 go to rot-empenha-kit-fim
           end-start.
       rot-empenha-kit-1.
           read arqce08 next record at end
                go to rot-empenha-kit-fim
           end-read.
           if ce08-kit-grupo not = grupo or
              ce08-kit-produto not = produto
              go to rot-empenha-kit-fim
           end-if.
           compute qtd-componente = ce08-quantidade * quantidade.
           if qtd-componente > 99999
              move 99999 to qtd-componente
           end-if.
           move high-values to em01-controle.
           perform rot-le-em01.
           if erro not = 0
              go to rot-empenha-kit-fim
           end-if.
           add 1 to em01-ult-emp.
           move em01-ult-emp to empenho.
           rewrite reg-em01-1 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           move empenho to em01-empenho.
           move ce08-grupo to em01-grupo.
           move ce08-produto to em01-produto.
           move evento to em01-evento.
           move qtd-componente to em01-quantidade.
           move data-ini to em01-data-ini.
           move data-fim to em01-data-fim.
           move ccusto to em01-ccusto.
           move "A" to em01-situacao.
           move param-usr to em01-usuario.
           move param-data to em01-data.
           write reg-em01 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           add 1 to tot-componentes.
           go to rot-empenha-kit-1.
       rot-empenha-kit-fim.
           exit.
      *
       copy rotgen.lib.
      *
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-ccusto.
           exit.
      *
      ************************
           if erro not = 0
              go to lab-inc-fim
           end-if.
           perform rot-open-ce08.
      *
       lab-inc-01.
           move 0 to grupo.
           end-if.
           display ce02-descricao-a at 1240 with foreground-color 15
                   background-color 01.
           perform rot-verifica-kit thru rot-verifica-kit-fim.
           if flag-kit = "S"
              move "Produto kit: o empenho reserva os componentes" to
                   mensagem
              display tela-mensagem-cad
           else
              display tela-limpa-cad
           end-if.
      *
       lab-inc-03.
           move spaces to evento.
           if data-fim < data-ini
              go to lab-inc-06
           end-if.
      *
      *    Centro de custo (tabela tipo 27); zero = sem rateio
      *
       lab-inc-06-1.
           move 0 to ccusto.
           perform lmp-ccusto.
           perform acc-ccusto.
           if escape-key = 1
              perform lmp-ccusto
              go to lab-inc-06
           end-if.
           if ccusto not = 0
              move 27 to wtab01-tipo
              move ccusto to wtab01-codigo
              move spaces to wtab01-resto
              move wtab01-chave to tabl-chave
              perform rot-le-tabl
              if erro not = 0
                 move " Centro de custo nao cadastrado (tabela 27) - Te
      -          "cle <Enter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-inc-06-1
              end-if
           end-if.
      *
       lab-inc-07.
           move "Gravar o empenho (S) (N) ?" to mensagem.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-inc-06-1
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-grupo thru lmp-ccusto
              go to lab-inc-01
           else
              if resposta not = "S"
              end-if
           end-if.
           display tela-limpa-cad.
           if flag-kit = "S"
              perform rot-empenha-kit thru rot-empenha-kit-fim
              if erro not = 0
                 move 0 to erro
                 go to lab-inc-fim
              end-if
              move spaces to mensagem
              string "Kit: " tot-componentes
                     " empenhos de componentes gravados - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
              perform lmp-grupo thru lmp-ccusto
              go to lab-inc-01
           end-if.
           move high-values to em01-controle.
           perform rot-le-em01.
           if erro not = 0
           move quantidade to em01-quantidade.
           move data-ini to em01-data-ini.
           move data-fim to em01-data-fim.
           move ccusto to em01-ccusto.
           move "A" to em01-situacao.
           move param-usr to em01-usuario.
           move param-data to em01-data.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           perform lmp-grupo thru lmp-ccusto.
           go to lab-inc-01.
      *
       lab-inc-fim.
           perform rot-close-ce08.
           perform rot-close-tabl.
           perform rot-close-ce02.
           perform rot-close-em01.
           accept escape-key from escape.
       acc-data-fim-fim.
           exit.
      *
       acc-ccusto.
           accept ccusto at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       lmp-data-fim.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-ccusto.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
