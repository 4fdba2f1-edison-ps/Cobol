      *  (R)elatorio  - orcado x realizado do mes, com emissoes     *
      *                 (ARQRC01/ARQRE01), liquidacoes (ARQBX01/    *
      *                 ARQBE01), variacao e acumulado do ano.      *
      *                 Sem moeda constante os realizados saem do   *
      *                 resumo mensal de saldos (ARQSM01).          *
      *                 Por entidade (zero = todas as que o usuario *
      *                 pode ver); o orcado vai com a entidade dona *
      *                 da operacao.                                *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.03 EPS        *
      *                                                             *
      ***************************************************************
      *
                  alternate record key is be01-chave-1 with duplicates
                  alternate record key is be01-chave-2 with duplicates
                  file status is be01-status.
      *
           select arqsm01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sm01-chave
                  file status is sm01-status.
      *
           select arqimp assign to disk
                  organization is line sequential
       copy fdre01.lib.
      *
       copy fdbe01.lib.
      *
       copy fdsm01.lib.
      *
       fd arqimp

          02 be01-nome                 pic x(08) value "ARQBE01A".
          02 filler                    pic x(01) value ".".
          02 be01-ext                  pic x(03) value "DAT".
      *
       01 sm01-status                  pic x(02) value "00".
       01 sm01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sm01.
          02 sm01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 sm01-nome                 pic x(08) value "ARQSM01A".
          02 filler                    pic x(01) value ".".
          02 sm01-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGOR01".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 doperacao                 pic x(40) value spaces.
          02 valor-aux                 pic z(10)9,9(02) value 0.
          02 valor                     pic 9(11)v9(02) value 0.
          02 sele-entidade             pic 9(01) value 0.
          02 entidade                  pic 9(01) value 0.
      *
       01 flag-or01                    pic x(01) value spaces.
       01 flag-entidade                pic x(01) value spaces.
       01 ent-idx                      pic 9(02) comp-5 value 0.
       01 tab-ent-acesso.
          02 ent-acesso                pic x(01) occurs 9.
      *
       01 fc-resto                     pic 9(06) value 0.
       01 fc-comp-reg.
             03 or-liquidado-ac        pic s9(11)v9(02).
      *
       01 or-indice                    pic 9(04) comp-5 value 0.
       01 sm-tipo-sel                  pic x(02) value spaces.
       01 or-oper-aux                  pic 9(04) comp-5 value 0.
       01 or-variacao                  pic s9(11)v9(02) value 0.
      *
          02 filler                    pic x(22) value
          "Orcado x Realizado -".
          02 cab-competencia           pic x(05) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-entidade              pic x(11) value spaces.
          02 filler                    pic x(13) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
      *
       copy workgen.lib.
       copy wstab01.lib.
      *
       01 campo-entidade.
          02 ent-par-opcao             pic x(01) value spaces.
          02 ent-par-operacao          pic 9(03) value 0.
          02 ent-par-usr               pic x(10) value spaces.
          02 ent-par-prioridade        pic 9(01) value 0.
          02 ent-par-entidade          pic 9(01) value 0.
          02 ent-par-nome              pic x(40) value spaces.
          02 ent-par-cnpj              pic x(14) value spaces.
          02 ent-par-codigo            pic 9(05) value 0.
          02 ent-par-ok                pic x(01) value spaces.
      *
       linkage section.
      *
             value "                                                  ".
          02 line 17 column 06 foreground-color 01 background-color 01
             value "                                                  ".
      *
       01 tela-04.
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Entidade (0 = todas).:".
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
           end-if.
       rot-converte-mc-fim.
           exit.
      *
      *    Resumo mensal de saldos (ARQSM01, pgsm01); sem o resumo
      *    o relatorio continua lendo o detalhe
      *
       rot-open-sm01.
           move 0 to erro.
           if sm01-stat = "F"
              open input arqsm01
              if sm01-status not = "00"
                 move 1 to erro
              else
                 move "A" to sm01-stat
              end-if
           end-if.
      *
       rot-close-sm01.
           if sm01-stat = "A"
              close arqsm01
              move "F" to sm01-stat
           end-if.
      *
       rot-le-prox-sm01.
           move 0 to erro.
           read arqsm01 next record at end move 1 to erro.
           if sm01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-sm01
           end-if.
      *
      *    Totais do resumo mensal de um tipo (sm-tipo-sel), do
      *    inicio do ano selecionado ate o mes: emissoes (RE/PE)
      *    do mes e liquidacoes (BX/PB) do mes e do acumulado,
      *    com as mesmas regras da leitura do detalhe
      *
       rot-rel-resumo.
           move low-values to sm01-chave.
           move sm-tipo-sel to sm01-tipo.
           move sele-ano to sm01-ano.
           move 0 to sm01-mes.
           start arqsm01 key is not less sm01-chave invalid key
                 go to rot-rel-resumo-fim
           end-start.
       rot-rel-resumo-1.
           perform rot-le-prox-sm01.
           if erro not = 0
              move 0 to erro
              go to rot-rel-resumo-fim
           end-if.
           if sm01-tipo not = sm-tipo-sel or
              sm01-ano not = sele-ano or sm01-mes > sele-mes
              go to rot-rel-resumo-fim
           end-if.
           move sm01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to rot-rel-resumo-1
           end-if.
           compute or-indice = sm01-operacao + 1.
           if sm01-tipo = "RE" or "PE"
              if sm01-mes = sele-mes
                 add sm01-valor to or-emitido(or-indice)
              end-if
              go to rot-rel-resumo-1
           end-if.
           if sm01-tipo = "BX" and sm01-classe = "C"
              go to rot-rel-resumo-1
           end-if.
           if sm01-classe = "R"
              if sm01-mes = sele-mes
                 subtract sm01-valor-pago from or-liquidado(or-indice)
              end-if
              subtract sm01-valor-pago from or-liquidado-ac(or-indice)
           else
              if sm01-mes = sele-mes
                 add sm01-valor-pago to or-liquidado(or-indice)
              end-if
              add sm01-valor-pago to or-liquidado-ac(or-indice)
           end-if.
           go to rot-rel-resumo-1.
       rot-rel-resumo-fim.
           exit.
      *
      *    Entidade dona da operacao em ent-par-operacao (rotent01)
      *
       rot-entidade-operacao.
           move "O" to ent-par-opcao.
           call "rotent01" using campo-entidade.
      *
      *    Acesso do usuario a entidade em ent-par-entidade
      *
       rot-entidade-usuario.
           move "U" to ent-par-opcao.
           move param-usr to ent-par-usr.
           move param-prioridade to ent-par-prioridade.
           call "rotent01" using campo-entidade.
      *
       rot-erro-entidade.
           move " Usuario sem acesso a entidade - Tecle <Enter>"
                to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
      *
      *    Entidades que o usuario pode ver
      *
       rot-acesso-entidades.
           move 1 to ent-idx.
       rot-acesso-entidades-01.
           if ent-idx > 9
              go to rot-acesso-entidades-fim
           end-if.
           move ent-idx to ent-par-entidade.
           perform rot-entidade-usuario.
           move ent-par-ok to ent-acesso (ent-idx).
           add 1 to ent-idx.
           go to rot-acesso-entidades-01.
       rot-acesso-entidades-fim.
           exit.
      *
      *    Movimento fora da entidade selecionada ou de entidade
      *    que o usuario nao pode ver fica fora do relatorio
      *
       rot-filtra-entidade.
           move "N" to flag-entidade.
           if entidade = 0
              move 1 to entidade
           end-if.
           if sele-entidade not = 0 and entidade not = sele-entidade
              go to rot-filtra-entidade-fim
           end-if.
           if ent-acesso (entidade) = "S"
              move "S" to flag-entidade
           end-if.
       rot-filtra-entidade-fim.
           exit.
      *
       copy rotgen.lib.
      *
              display tela-02
              perform sec-manutencao
              display tela-03
              perform lmp-ano thru lmp-mes
              go to lab-fun-02
           end-if.
           display tela-04.
      *
       lab-fun-04.
           move 0 to sele-entidade.
           perform lmp-entidade.
           perform acc-entidade.
           if escape-key = 1
              display tela-03
              go to lab-fun-03
           end-if.
           if sele-entidade not = 0
              move sele-entidade to ent-par-entidade
              perform rot-entidade-usuario
              if ent-par-ok not = "S"
                 perform rot-erro-entidade
                 display tela-limpa-cad
                 go to lab-fun-04
              end-if
           end-if.
           perform sec-relatorio.
           display tela-03.
           perform lmp-ano thru lmp-mes.
           go to lab-fun-02.
      *
           move txt to mc-par-sigla.
           move param-data to mc-par-data-ref.
           move 0 to tot-sem-cotacao.
           perform rot-acesso-entidades thru rot-acesso-entidades-fim.
           perform lab-rel-zera thru lab-rel-zera-fim
                   varying or-indice from 1 by 1
                   until or-indice > 1000.
           string sele-mes "/" sele-ano delimited by size
                  into cab-competencia
           end-string.
           move spaces to cab-entidade.
           if sele-entidade not = 0
              string "Entidade " sele-entidade delimited by size
                     into cab-entidade
              end-string
           end-if.
      *
      *    Orcado do ano selecionado
      *
           if or01-ano not = sele-ano
              go to lab-rel-01
           end-if.
           move or01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-rel-01
           end-if.
           compute or-indice = or01-operacao + 1.
           if or01-mes = sele-mes
              add or01-valor to or-orcado(or-indice)
      *    Emissoes do mes (titulos em aberto)
      *
       lab-rel-02.
      *
      *    Sem moeda constante os realizados saem do resumo
      *    mensal; a conversao da moeda constante e pela data de
      *    cada documento e continua no detalhe
      *
           if mc-par-sigla = spaces
              perform rot-open-sm01
              if erro = 0
                 go to lab-rel-sm
              end-if
              move 0 to erro
           end-if.
           move low-values to rc01-chave.
           start arqrc01 key is not less rc01-chave.
      *
           if fc-reg-ano not = sele-ano or fc-reg-mes not = sele-mes
              go to lab-rel-03
           end-if.
           move rc01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-rel-03
           end-if.
           compute or-indice = rc01-operacao + 1.
           move rc01-valor to valor-mc.
           move rc01-emissao to mc-par-data-doc.
           if fc-reg-ano not = sele-ano or fc-reg-mes not = sele-mes
              go to lab-rel-05
           end-if.
           move re01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-rel-05
           end-if.
           compute or-indice = re01-operacao + 1.
           move re01-valor to valor-mc.
           move re01-emissao to mc-par-data-doc.
           if bx01-situacao = "C"
              go to lab-rel-07
           end-if.
           move bx01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-rel-07
           end-if.
           compute or-indice = bx01-operacao + 1.
           move bx01-valor-pago to valor-mc.
           move bx01-liquidacao to mc-par-data-doc.
           if fc-reg-ano not = sele-ano or fc-reg-mes > sele-mes
              go to lab-rel-09
           end-if.
           move be01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-rel-09
           end-if.
           compute or-indice = be01-operacao + 1.
           move be01-valor-pago to valor-mc.
           move be01-liquidacao to mc-par-data-doc.
              add valor-mc to or-liquidado-ac(or-indice)
           end-if.
           go to lab-rel-09.
      *
       lab-rel-sm.
           move "RE" to sm-tipo-sel.
           perform rot-rel-resumo thru rot-rel-resumo-fim.
           move "PE" to sm-tipo-sel.
           perform rot-rel-resumo thru rot-rel-resumo-fim.
           move "BX" to sm-tipo-sel.
           perform rot-rel-resumo thru rot-rel-resumo-fim.
           move "PB" to sm-tipo-sel.
           perform rot-rel-resumo thru rot-rel-resumo-fim.
           perform rot-close-sm01.
      *
       lab-rel-10.
           move 1 to or-indice.
           display tela-limpa-cad.
      *
       lab-rel-fim.
           perform rot-close-sm01.
           perform rot-close-imp.
           perform rot-close-be01.
           perform rot-close-re01.
           perform rot-close-rc01.
           perform rot-close-or01.
           exit.
      *
      *
       lab-rel-zera.
           move 0 to or-orcado(or-indice) or-emitido(or-indice)
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-entidade.
           accept sele-entidade at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1629 with auto update prompt
       lmp-mes.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-entidade.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1629 with foreground-color 15
