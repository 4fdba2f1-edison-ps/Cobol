      *                               02/09/26     v1.01   DEPOSITO *
      *                               02/09/26     v1.02   LOTE     *
      *                               02/09/26     v1.03   EMPENHO  *
      *                               15/10/26     v1.04   CCUSTO   *
      *                               15/10/26     v1.05   CUSTO    *
      *                               15/10/26     v1.06   FECHAMEN *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE03".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 limpa-07                     pic x(07) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 obs                       pic x(40) value spaces.
          02 flag-atu                  pic x(02) value spaces.
          02 flag-fat                  pic x(01) value spaces.
          02 ccusto                    pic 9(03) value 0.
          02 ccusto-disp               pic 9(03) value 0
             blank when zero.
          02 ccusto-ant                pic 9(03) value 0.
      * 
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
       01 campo-fecha-est.
          02 fe-par-data               pic 9(06) value 0.
          02 fe-par-fechada            pic x(01) value spaces.
      *
       01 cab-usr.
          02 filler                    pic x(10) value "Usuario.:".
             value "Atualizacao...:".
          02 line 18 column 06 foreground-color 06 background-color 04
             value "Faturamento...:".
          02 line 18 column 40 foreground-color 06 background-color 04
             value "C.Custo:".
          02 line 19 column 06 foreground-color 06 background-color 04
             value "Lote..........:".
          02 line 19 column 40 foreground-color 06 background-color 04
           go to rot-total-reservas-1.
       rot-total-reservas-fim.
           exit.
      *
      *    Centro de custo sugerido p/ a saida: o do empenho ativo
      *    do produto cujo periodo cobre a data do movimento; sem
      *    empenho fica o ultimo informado (itens da mesma
      *    requisicao)
      *
       rot-ccusto-empenho.
           move ccusto-ant to ccusto.
           if em01-stat = "F"
              open i-o arqem01
              if em01-status = "00"
                 move "A" to em01-stat
              end-if
           end-if.
           if em01-stat not = "A"
              go to rot-ccusto-empenho-fim
           end-if.
           move grupo to em01-grupo.
           move produto to em01-produto.
           move low-values to em01-chave.
           start arqem01 key is not less em01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ccusto-empenho-fim
           end-if.
       rot-ccusto-empenho-1.
           move 0 to erro.
           read arqem01 next record at end move 1 to erro.
           if em01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-ccusto-empenho-1
           end-if.
           if erro not = 0
              move 0 to erro
              go to rot-ccusto-empenho-fim
           end-if.
           if em01-chave = high-values
              go to rot-ccusto-empenho-1
           end-if.
           if em01-grupo not = grupo or
              em01-produto not = produto
              go to rot-ccusto-empenho-fim
           end-if.
           if em01-situacao = "A" and em01-ccusto numeric and
              em01-ccusto not = 0 and
              data-mov not < em01-data-ini and
              data-mov not > em01-data-fim
              move em01-ccusto to ccusto
              go to rot-ccusto-empenho-fim
           end-if.
           go to rot-ccusto-empenho-1.
       rot-ccusto-empenho-fim.
           exit.
      *
      *    Centro de custo na tabela tipo 27
      *
       rot-verifica-ccusto.
           perform rot-open-tabl.
           if erro not = 0
              go to rot-verifica-ccusto-fim
           end-if.
           move "27" to tabl-tipo.
           move ccusto to tabl-codigo.
           perform rot-le-tabl.
           perform rot-close-tabl.
       rot-verifica-ccusto-fim.
           exit.
      *
      *    Mes da data em fe-par-data fechado no estoque (tabela
      *    tipo 57): movimento recusado ate a reabertura
      *
       rot-verifica-fechamento.
           call "rotfe01" using campo-fecha-est.
           if fe-par-fechada = "S"
              move " Mes fechado - movimento nao permitido - Tecle <Ente
      -       "r>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
      *
       rot-close-em01.
           if em01-stat = "A"
           move deposito to ce03-deposito.
           move dep-destino to ce03-dep-destino.
           move lote to ce03-lote.
           move ccusto to ce03-ccusto.
           move 0 to ce03-custo.
      *
       rot-move-campos.
           move ce03-codigo to codigo.
              move 0 to dep-destino
           end-if.
           move ce03-lote to lote.
           if ce03-ccusto numeric
              move ce03-ccusto to ccusto ccusto-disp
           else
              move 0 to ccusto ccusto-disp
           end-if.
           move ce03-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           end-if.
      *
       rot-inic-arquivo.
           perform lmp-data-mov thru lmp-ccusto.
           move "Inicio do arquivo - Tecle <Enter>" to mensagem.
           display tela-mensagem.
           perform rot-keypress.
           display tela-limpa.
      *
       rot-fim-arquivo.
           perform lmp-data-mov thru lmp-ccusto.
           move "Fim do arquivo - Tecle <Enter>" to mensagem.
           display tela-mensagem.
           perform rot-keypress.
           else
              move spaces to dcliente
           end-if.
           perform dsp-data-mov thru dsp-ccusto.
           if param-prioridade = 9
              move cab-usr to mensagem
              display tela-mensagem
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
           exit.
      *
       acc-ccusto.
           accept ccusto at 1849 with auto update prompt
                  foreground-color 15 background-color 04.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-flag-fat.
           display flag-fat at 1822 with foreground-color 15 
                   background-color 04.
      *
       dsp-ccusto.
           display ccusto-disp at 1849 with foreground-color 15
                   background-color 04.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-flag-fat.
           display limpa-07 at 1822 with foreground-color 15 
                   background-color 04.
      *
       lmp-ccusto.
           display limpa-07 at 1849 with foreground-color 15
                   background-color 04.
      *
       sec-inclusao section.
      *
              perform err-data-i
              go to lab-inc-01
           end-if.
           move dias-corr to fe-par-data.
           perform rot-verifica-fechamento.
           if fe-par-fechada = "S"
              go to lab-inc-01
           end-if.
           move data-disp to data-mov-disp.
           move dias-corr to data-mov.
           perform dsp-data-mov.
           move spaces to lote.
           move 0 to validade-lote.
           if ce02-ctl-lote not = "S"
              go to lab-inc-08-6
           end-if.
           if movimento not = 2 and 3 and 4 and 5
              go to lab-inc-08-6
           end-if.
           perform rot-open-ce05.
           if erro not = 0
              move 0 to erro
              go to lab-inc-08-6
           end-if.
           if movimento not = 2
              perform rot-sugere-fefo thru rot-sugere-fefo-fim
                 display tela-limpa-cad
                 go to lab-inc-08-4
              end-if
              go to lab-inc-08-6
           end-if.
      *
       lab-inc-08-5.
           end-if.
           move dias-corr to validade-lote.
           perform rot-grava-lote.
      *
      *    Centro de custo (tabela tipo 27): obrigatorio na saida,
      *    sugerido pelo empenho do evento; na entrada so p/
      *    devolucao de material requisitado (zero = sem rateio)
      *
       lab-inc-08-6.
           move 0 to ccusto.
           if movimento not = 2 and 3
              go to lab-inc-09
           end-if.
           if movimento = 3
              perform rot-ccusto-empenho thru rot-ccusto-empenho-fim
           end-if.
           move ccusto to ccusto-disp.
           perform dsp-ccusto.
           perform acc-ccusto.
           if escape-key = 1
              perform lmp-ccusto
              go to lab-inc-08-1
           end-if.
           if ccusto = 0
              if movimento = 3
                 go to lab-inc-08-6
              end-if
              go to lab-inc-09
           end-if.
           perform rot-verifica-ccusto thru rot-verifica-ccusto-fim.
           if erro not = 0
              move 0 to erro
              move " Centro de custo nao cadastrado (tabela 27) - Tecle
      -       " <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-08-6
           end-if.
           move ccusto to ccusto-ant ccusto-disp.
           perform dsp-ccusto.
      *
       lab-inc-09.
           move spaces to obs.
           perform acc-obs.
           if escape-key = 1
              perform lmp-obs
              if movimento = 2 or 3
                 go to lab-inc-08-6
              end-if
              go to lab-inc-08-1
           end-if.
           move "Cadastrar (S) (N) ?" to mensagem.
              go to lab-inc-09
           end-if.
           if resposta = "N"
              perform lmp-grupo thru lmp-ccusto
              display tela-limpa-cad
              go to lab-inc-03
           else
                 perform rot-open-ce03
              end-if
           end-if.
           perform lmp-grupo thru lmp-ccusto.
           go to lab-inc-03.
      *
       lab-inc-fim.
           if kbd-aux not = 1
              go to lab-cns-data-05
           end-if.
           perform lmp-data-mov thru lmp-ccusto.
           display tela-limpa-cad.
           display tela-limpa.
           go to lab-cns-data-00.
      *
       lab-cns-data-fim.
           move zeros to campo-kbd.
           perform lmp-data-mov thru lmp-ccusto.
           display tela-limpa.
           exit.
      *
           if kbd-aux not = 1
              go to lab-cns-produto-05
           end-if.
           perform lmp-data-mov thru lmp-ccusto.
           display tela-limpa-cad.
           display tela-limpa.
           go to lab-cns-produto-00.
      *
       lab-cns-produto-fim.
           move zeros to campo-kbd.
           perform lmp-data-mov thru lmp-ccusto.
           display tela-limpa.
           exit.
      *
      *
       lab-exc-00.
           perform rot-le-ce03-lock.
           perform rot-display.
           move ce03-data-mov to fe-par-data.
           perform rot-verifica-fechamento.
           if fe-par-fechada = "S"
              go to lab-exc-fim
           end-if.
           move "Excluir (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
      *
       lab-alt-00.
           perform rot-le-ce03-lock.
           perform rot-display.
           move ce03-data-mov to fe-par-data.
           perform rot-verifica-fechamento.
           if fe-par-fechada = "S"
              go to lab-alt-fim
           end-if.
      *
       lab-alt-01.
           perform lmp-data-mov.
              perform err-data-i
              go to lab-alt-01
           end-if.
           move dias-corr to fe-par-data.
           perform rot-verifica-fechamento.
           if fe-par-fechada = "S"
              go to lab-alt-01
           end-if.
           move data-disp to data-mov-disp.
           move dias-corr to data-mov.
           perform dsp-data-mov.
                 go to lab-alt-08
              end-if
           end-if.
      *
       lab-alt-09-1.
           if movimento not = 2 and 3
              move 0 to ccusto ccusto-disp
              perform lmp-ccusto
              go to lab-alt-10
           end-if.
           perform acc-ccusto.
           if escape-key = 1
              go to lab-alt-09
           end-if.
           if ccusto = 0
              if movimento = 3
                 go to lab-alt-09-1
              end-if
              move 0 to ccusto-disp
              go to lab-alt-10
           end-if.
           perform rot-verifica-ccusto thru rot-verifica-ccusto-fim.
           if erro not = 0
              move 0 to erro
              move " Centro de custo nao cadastrado (tabela 27) - Tecle
      -       " <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-alt-09-1
           end-if.
           move ccusto to ccusto-disp.
           perform dsp-ccusto.
      *
       lab-alt-10.
           move "Alterar (S) (N) ?" to mensagem.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-alt-09-1
           end-if.
           if resposta = "N"
              go to lab-alt-fim
