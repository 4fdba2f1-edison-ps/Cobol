      *  A diferenca final deve ser zero: movimento sem mapa (ou    *
      *  com conta zerada) aparece destacado, p/ fechar os furos    *
      *  antes de a exportacao (pgct01) sair da casa.               *
      *  Balancete por entidade (zero = todas as que o usuario      *
      *  pode ver), com o mapa proprio da entidade quando houver.   *
      *  Os totais da competencia saem do resumo mensal de saldos   *
      *  (ARQSM01, pgsm01); o detalhe so e lido p/ as emissoes      *
      *  reconstituidas das baixas de titulo ja excluido, ou todo   *
      *  quando o resumo nao existir.                               *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                                                             *
      ***************************************************************
      *
                  record key is cx01-chave
                  alternate record key is cx01-chave-1 with duplicates
                  file status is cx01-status.
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
       copy fdbe01.lib.
      *
       copy fdcx01.lib.
      *
       copy fdsm01.lib.
      *
       fd arqimp

          02 cx01-nome                 pic x(08) value "ARQCX01A".
          02 filler                    pic x(01) value ".".
          02 cx01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGCT02".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 campos.
          02 sele-mes                  pic 9(02) value 0.
          02 sele-ano                  pic 9(02) value 0.
          02 sele-entidade             pic 9(01) value 0.
          02 entidade                  pic 9(01) value 0.
          02 operacao                  pic 9(03) value 0.
      *
       01 flag-entidade                pic x(01) value spaces.
       01 ent-idx                      pic 9(02) comp-5 value 0.
       01 tab-ent-acesso.
          02 ent-acesso                pic x(01) occurs 9.
      *
       01 fc-comp.
          02 fc-comp-ano               pic 9(02) value 0.
       01 tot-crd                      pic 9(13)v9(02) value 0.
       01 diferenca                    pic s9(13)v9(02) value 0.
       01 tot-sem-mapa                 pic 9(05) value 0.
      *    documentos representados pelo movimento sem mapa (1 no
      *    detalhe, a quantidade do total no resumo)
       01 qtd-sem-mapa                 pic s9(07) value 1.
      *
       01 flag-resumo                  pic x(01) value "N".
       01 sm-tipo-sel                  pic x(02) value spaces.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 filler                    pic x(28) value
          "Balancete de Verificacao -".
          02 cab-competencia           pic x(05) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-entidade              pic x(11) value spaces.
          02 filler                    pic x(05) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-oper-sem-cod          pic 9(03) value 0.
      *
       copy workgen.lib.
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
             highlight value "Balancete de Verificacao".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Competencia (mm/aa)..:".
          02 line 14 column 06 foreground-color 06 background-color 01
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
           exit.
      *
      *    Mapa contabil da operacao corrente (tabela tipo 12,
      *    mesmas posicoes do resto usadas pelo pgct01); o mapa
      *    proprio da entidade prevalece sobre o geral
      *
       rot-le-mapa.
           move "12" to tabl-tipo.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           if entidade not = 0
              move entidade to tabl-codigo(4:1)
           end-if.
           perform rot-le-tabl.
           if erro not = 0 and entidade not = 0
              move spaces to tabl-codigo(4:1)
              perform rot-le-tabl
           end-if.
           if erro not = 0
              move "N" to flag-mapa
              move 0 to conta-deb-emis conta-crd-emis
           end-if.
      *
       rot-sem-mapa.
           add qtd-sem-mapa to tot-sem-mapa.
           move 1 to om-idx.
       rot-sem-mapa-1.
           if om-idx > om-qtd
           go to rot-acha-conta-1.
       rot-acha-conta-fim.
           exit.
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
      *    que o usuario nao pode ver fica fora do balancete
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
      *    Totais da competencia no resumo mensal, tipo a tipo:
      *    emissoes a receber sem as renegociacoes (RE), estorno
      *    dos cancelados / renegociados (RD), baixas (BX / PB,
      *    estorno invertido), emissoes a pagar (PE) e caixa (CX)
      *
       rot-bal-resumo.
           move "RE" to sm-tipo-sel.
           perform rot-bal-resumo-1 thru rot-bal-resumo-1-fim.
           move "RD" to sm-tipo-sel.
           perform rot-bal-resumo-1 thru rot-bal-resumo-1-fim.
           move "BX" to sm-tipo-sel.
           perform rot-bal-resumo-1 thru rot-bal-resumo-1-fim.
           move "PE" to sm-tipo-sel.
           perform rot-bal-resumo-1 thru rot-bal-resumo-1-fim.
           move "PB" to sm-tipo-sel.
           perform rot-bal-resumo-1 thru rot-bal-resumo-1-fim.
           move "CX" to sm-tipo-sel.
           perform rot-bal-resumo-1 thru rot-bal-resumo-1-fim.
       rot-bal-resumo-fim.
           exit.
      *
       rot-bal-resumo-1.
           move low-values to sm01-chave.
           move sm-tipo-sel to sm01-tipo.
           move fc-comp to sm01-competencia.
           start arqsm01 key is not less sm01-chave invalid key
                 go to rot-bal-resumo-1-fim
           end-start.
       rot-bal-resumo-2.
           perform rot-le-prox-sm01.
           if erro not = 0
              move 0 to erro
              go to rot-bal-resumo-1-fim
           end-if.
           if sm01-tipo not = sm-tipo-sel or
              sm01-competencia not = fc-comp
              go to rot-bal-resumo-1-fim
           end-if.
           if sm01-docto-r = "S"
              go to rot-bal-resumo-2
           end-if.
           if sm01-tipo = "BX" and sm01-classe = "C"
              go to rot-bal-resumo-2
           end-if.
           move sm01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to rot-bal-resumo-2
           end-if.
           move sm01-operacao to operacao.
           perform rot-le-mapa.
           move 0 to erro.
           if flag-mapa = "N"
              move sm01-quantidade to qtd-sem-mapa
              perform rot-sem-mapa thru rot-sem-mapa-fim
              move 1 to qtd-sem-mapa
              go to rot-bal-resumo-2
           end-if.
           evaluate true
                    when sm01-tipo = "RE" or "PE"
                         move conta-deb-emis to lan-conta-deb
                         move conta-crd-emis to lan-conta-crd
                         move sm01-valor to lan-valor
                    when sm01-tipo = "RD"
                         move conta-crd-emis to lan-conta-deb
                         move conta-deb-emis to lan-conta-crd
                         move sm01-valor to lan-valor
                    when sm01-tipo = "CX" and sm01-classe = "E"
                         move conta-deb-liq to lan-conta-deb
                         move conta-crd-liq to lan-conta-crd
                         move sm01-valor to lan-valor
                    when sm01-tipo = "CX"
                         move conta-crd-liq to lan-conta-deb
                         move conta-deb-liq to lan-conta-crd
                         move sm01-valor to lan-valor
                    when sm01-classe = "R"
                         move conta-crd-liq to lan-conta-deb
                         move conta-deb-liq to lan-conta-crd
                         move sm01-valor-pago to lan-valor
                    when other
                         move conta-deb-liq to lan-conta-deb
                         move conta-crd-liq to lan-conta-crd
                         move sm01-valor-pago to lan-valor
           end-evaluate.
           perform rot-acumula.
           go to rot-bal-resumo-2.
       rot-bal-resumo-1-fim.
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
       copy rotgen.lib.
      *
           if sele-mes = 0 or sele-mes > 12
              go to lab-sel-01
           end-if.
      *
       lab-sel-01-1.
           move 0 to sele-entidade.
           perform lmp-entidade.
           perform acc-entidade.
           if escape-key = 1
              perform lmp-entidade
              go to lab-sel-01
           end-if.
           if sele-entidade not = 0
              move sele-entidade to ent-par-entidade
              perform rot-entidade-usuario
              if ent-par-ok not = "S"
                 perform rot-erro-entidade
                 display tela-limpa-cad
                 go to lab-sel-01-1
              end-if
           end-if.
      *
       lab-sel-02.
           move "Confirma o balancete (S) (N) ?" to mensagem.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-sel-01-1
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-competencia thru lmp-entidade
              go to lab-sel-01
           else
              if resposta not = "S"
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           perform lmp-competencia thru lmp-entidade.
           go to lab-sel-01.
      *
       lab-sel-fim.
           perform lmp-competencia thru lmp-entidade.
           exit.
      *
      ************************
      *
       lab-bal-00.
           move 0 to ct-qtd om-qtd tot-deb tot-crd tot-sem-mapa.
           perform rot-acesso-entidades thru rot-acesso-entidades-fim.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-bal-fim
              go to lab-bal-fim
           end-if.
      *
      *    Com o resumo mensal as emissoes, baixas e o caixa saem
      *    dos totais da competencia, com as mesmas regras abaixo
      *
           move "N" to flag-resumo.
           perform rot-open-sm01.
           if erro = 0
              move "S" to flag-resumo
              perform rot-bal-resumo thru rot-bal-resumo-fim
              go to lab-bal-02
           end-if.
           move 0 to erro.
      *
      *    Emissoes em aberto do contas a receber (mesma regra da
      *    exportacao do pgct01, inclusive o estorno de titulo
      *    cancelado na competencia)
           if rc01-documento(1:1) = "R"
              go to lab-bal-01
           end-if.
           move rc01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-bal-01
           end-if.
           move rc01-emissao to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
           go to lab-bal-01.
      *
      *    Baixas do contas a receber + emissoes reconstituidas
      *    (com o resumo, so as reconstituidas: a liquidacao nao e
      *    anterior a emissao, a leitura comeca na competencia)
      *
       lab-bal-02.
           if flag-resumo = "S"
              compute bx01-liquidacao =
                      fc-comp-ano * 360 + fc-comp-mes * 30 + 1
              start arqbx01 key is not less bx01-chave-2 invalid key
                    go to lab-bal-06
              end-start
              go to lab-bal-03
           end-if.
           move low-values to bx01-chave.
           start arqbx01 key is not less bx01-chave.
      *
           if bx01-chave = high-values
              go to lab-bal-03
           end-if.
           move bx01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-bal-03
           end-if.
           if flag-resumo = "S"
              go to lab-bal-03-a
           end-if.
           move bx01-liquidacao to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
           end-if.
           move bx01-valor-pago to lan-valor.
           perform rot-acumula.
      *
       lab-bal-03-a.
           if bx01-situacao not = spaces
              go to lab-bal-03
           end-if.
      *    Emissoes do contas a pagar
      *
       lab-bal-04.
           if flag-resumo = "S"
              go to lab-bal-06
           end-if.
           move low-values to re01-chave.
           start arqre01 key is not less re01-chave.
      *
              move 0 to erro
              go to lab-bal-06
           end-if.
           move re01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-bal-05
           end-if.
           move re01-emissao to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
      *    Baixas do contas a pagar + emissoes reconstituidas
      *
       lab-bal-06.
           if flag-resumo = "S"
              compute be01-liquidacao =
                      fc-comp-ano * 360 + fc-comp-mes * 30 + 1
              start arqbe01 key is not less be01-chave-2 invalid key
                    go to lab-bal-10
              end-start
              go to lab-bal-07
           end-if.
           move low-values to be01-chave.
           start arqbe01 key is not less be01-chave.
      *
           if be01-chave = high-values
              go to lab-bal-07
           end-if.
           move be01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-bal-07
           end-if.
           if flag-resumo = "S"
              go to lab-bal-07-a
           end-if.
           move be01-liquidacao to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
           end-if.
           move be01-valor-pago to lan-valor.
           perform rot-acumula.
      *
       lab-bal-07-a.
           if be01-situacao not = spaces
              go to lab-bal-07
           end-if.
      *    saida com as contas invertidas
      *
       lab-bal-08.
           if flag-resumo = "S"
              go to lab-bal-10
           end-if.
           perform rot-open-cx01.
           if erro not = 0
              move 0 to erro
           if cx01-tipo = "F"
              go to lab-bal-09
           end-if.
           move cx01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-bal-09
           end-if.
           move cx01-data-mov to dias-corr.
           perform rot-competencia thru
                   rot-competencia-fim.
           string sele-mes "/" sele-ano delimited by size
                  into cab-competencia
           end-string.
           move spaces to cab-entidade.
           if sele-entidade not = 0
              string "Entidade " sele-entidade delimited by size
                     into cab-entidade
              end-string
           end-if.
           move 99 to linha.
           move 0 to pagina.
           perform rot-cabec.
           write reg-imp from spaces after page.
      *
       lab-bal-fim.
           perform rot-close-sm01.
           perform rot-close-imp.
           perform rot-close-cx01.
           perform rot-close-be01.
           accept escape-key from escape.
       acc-competencia-fim.
           exit.
      *
       acc-entidade.
           accept sele-entidade at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-competencia.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-entidade.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
