      *  (tabela tipo 27), imprimindo receita, despesa e resultado  *
      *  de cada area - o corte que a operacao por si so nao da.    *
      *  Movimento sem centro de custo sai na linha "SEM RATEIO".   *
      *  So entra o movimento das entidades que o usuario pode ver. *
      *  O consumo de material apropriado no pgce1a (ARQCE13) nos   *
      *  meses do periodo tambem reduz o resultado de cada centro.  *
      *  Periodo de meses inteiros sai do resumo mensal (ARQSM01).  *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                                                             *
      ***************************************************************
      *
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqce13 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is ce13-chave
                  file status is ce13-status.
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
       copy fdcx01.lib.
      *
       copy fdtabl.lib.
      *
       copy fdce13.lib.
      *
       copy fdsm01.lib.
      *
       fd arqimp

          02 tabl-nome                 pic x(08) value "ARQTABLA".
          02 filler                    pic x(01) value ".".
          02 tabl-ext                  pic x(03) value "DAT".
      *
       01 ce13-status                  pic x(02) value "00".
       01 ce13-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce13.
          02 ce13-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce13-nome                 pic x(08) value "ARQCE13A".
          02 filler                    pic x(01) value ".".
          02 ce13-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGCU01".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(107) value all "-".
      *
       01 campos.
          02 per-ini-corr              pic 9(06) value 0.
          02 cc-item occurs 1000.
             03 cc-receita             pic 9(11)v9(02).
             03 cc-despesa             pic 9(11)v9(02).
             03 cc-consumo             pic s9(11)v9(02).
      *
       01 tot-receita                  pic 9(11)v9(02) value 0.
       01 tot-despesa                  pic 9(11)v9(02) value 0.
       01 tot-consumo                  pic s9(11)v9(02) value 0.
      *
      *    Meses do periodo pelo indice corrido do ARQCE13
      *
       01 mes-idx-ini                  pic 9(05) value 0.
       01 mes-idx-fim                  pic 9(05) value 0.
       01 resultado                    pic s9(11)v9(02) value 0.
      *
       01 data-aux.
             "          Receita".
          02 filler                    pic x(18) value
             "           Despesa".
          02 filler                    pic x(18) value
             "      Consumo mat.".
          02 filler                    pic x(18) value
             "         Resultado".
      *
          02 filler                    pic x(01) value spaces.
          02 cab-lin-despesa           pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-consumo           pic --.---.---.--9,99.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-resultado         pic --.---.---.--9,99.
      *
       01 cab-tot.
          02 filler                    pic x(01) value spaces.
          02 cab-tot-despesa           pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(01) value spaces.
          02 cab-tot-consumo           pic --.---.---.--9,99.
          02 filler                    pic x(01) value spaces.
          02 cab-tot-resultado         pic --.---.---.--9,99.
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
      *    Entidades que o usuario pode ver
      *
       01 tab-rel-entidade.
          02 rel-ent-item              occurs 9.
             03 rel-ent-acesso         pic x(01).
             03 rel-ent-total          pic s9(11)v9(02).
       01 rel-ent-idx                  pic 9(02) comp-5 value 0.
       01 entidade-reg                 pic 9(01) value 0.
      *
      *    Leitura pelo resumo mensal (periodo de meses inteiros)
      *
       01 flag-resumo                  pic x(01) value "N".
       01 sm-tipo-sel                  pic x(02) value spaces.
       01 sm-comp.
          02 sm-comp-ano               pic 9(02).
          02 sm-comp-mes               pic 9(02).
       01 sm-comp-dias                 pic 9(06) value 0.
       01 sm-comp-aux                  pic 9(06) value 0.
       01 sm-comp-resto                pic 9(06) value 0.
      *
       copy wstab01.lib.
      *
       linkage section.
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
              call "C_Wait" using by value campo-wait
              go to rot-le-tabl
           end-if.
      *
       rot-open-ce13.
           move 0 to erro.
           if ce13-stat = "F"
              open input arqce13
              if ce13-status = "35"
                 move 1 to erro
                 go to rot-open-ce13-fim
              end-if
              if ce13-status not = "00"
                 move
                 " Erro de abertura no ARQCE13A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce13-stat
              end-if
           end-if.
       rot-open-ce13-fim.
           exit.
      *
       rot-close-ce13.
           if ce13-stat = "A"
              close arqce13
              move "F" to ce13-stat
           end-if.
      *
       rot-le-prox-ce13.
           move 0 to erro.
           read arqce13 next record at end move 1 to erro.
           if ce13-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce13
           end-if.
      *
       rot-open-imp.
           move 0 to erro.
           write reg-imp from tracos after 1 line.
      *
       rot-zera-cc.
           move 0 to cc-receita(cc-idx) cc-despesa(cc-idx)
                     cc-consumo(cc-idx).
      *
      *    Acesso do usuario a entidade em ent-par-entidade
      *
       rot-entidade-usuario.
           move "U" to ent-par-opcao.
           move param-usr to ent-par-usr.
           move param-prioridade to ent-par-prioridade.
           call "rotent01" using campo-entidade.
      *
      *    Carrega o acesso do usuario as entidades
      *
       rot-acesso-entidades.
           initialize tab-rel-entidade.
           move 1 to rel-ent-idx.
       rot-acesso-entidades-01.
           if rel-ent-idx > 9
              go to rot-acesso-entidades-fim
           end-if.
           move rel-ent-idx to ent-par-entidade.
           perform rot-entidade-usuario.
           move ent-par-ok to rel-ent-acesso (rel-ent-idx).
           add 1 to rel-ent-idx.
           go to rot-acesso-entidades-01.
       rot-acesso-entidades-fim.
           exit.
      *
      *    Posiciona rel-ent-idx na entidade do registro lido
      *    (entidade-reg; zero e a associacao)
      *
       rot-filtra-entidade.
           move entidade-reg to rel-ent-idx.
           if rel-ent-idx = 0
              move 1 to rel-ent-idx
           end-if.
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
      *    Periodo de meses inteiros (do dia 1 ao ultimo dia do mes)
      *    e resumo disponivel: flag-resumo = "S"
      *
       rot-periodo-mensal.
           move "N" to flag-resumo.
           divide per-ini-corr by 30 giving sm-comp-aux
                  remainder sm-comp-resto.
           if sm-comp-resto not = 1
              go to rot-periodo-mensal-fim
           end-if.
           divide per-fim-corr by 30 giving sm-comp-aux
                  remainder sm-comp-resto.
           if sm-comp-resto not = 0
              move per-fim-corr to dias-corr
              move 1 to opcao-data
              perform rot-data
              if mes-euro not = 2
                 go to rot-periodo-mensal-fim
              end-if
              divide ano-euro by 4 giving sm-comp-aux
                     remainder sm-comp-resto
              if (sm-comp-resto = 0 and dia-euro not = 29) or
                 (sm-comp-resto not = 0 and dia-euro not = 28)
                 go to rot-periodo-mensal-fim
              end-if
           end-if.
           perform rot-open-sm01.
           if erro not = 0
              move 0 to erro
              go to rot-periodo-mensal-fim
           end-if.
           move "S" to flag-resumo.
       rot-periodo-mensal-fim.
           exit.
      *
      *    Receitas e despesas do periodo pelo resumo, competencia a
      *    competencia: baixas (BX), pagamentos (PB) e caixa (CX)
      *
       rot-res-resumo.
           move per-ini-corr to sm-comp-dias.
       rot-res-resumo-01.
           if sm-comp-dias > per-fim-corr
              go to rot-res-resumo-fim
           end-if.
           compute sm-comp-aux = sm-comp-dias - 1.
           divide sm-comp-aux by 360 giving sm-comp-ano
                  remainder sm-comp-resto.
           divide sm-comp-resto by 30 giving sm-comp-mes.
           if sm-comp-mes = 0
              move 12 to sm-comp-mes
              subtract 1 from sm-comp-ano
           end-if.
           move "BX" to sm-tipo-sel.
           perform rot-res-resumo-1 thru rot-res-resumo-1-fim.
           move "PB" to sm-tipo-sel.
           perform rot-res-resumo-1 thru rot-res-resumo-1-fim.
           move "CX" to sm-tipo-sel.
           perform rot-res-resumo-1 thru rot-res-resumo-1-fim.
           add 30 to sm-comp-dias.
           go to rot-res-resumo-01.
       rot-res-resumo-fim.
           exit.
      *
       rot-res-resumo-1.
           move low-values to sm01-chave.
           move sm-tipo-sel to sm01-tipo.
           move sm-comp to sm01-competencia.
           start arqsm01 key is not less sm01-chave invalid key
                 go to rot-res-resumo-1-fim
           end-start.
       rot-res-resumo-2.
           perform rot-le-prox-sm01.
           if erro not = 0
              move 0 to erro
              go to rot-res-resumo-1-fim
           end-if.
           if sm01-tipo not = sm-tipo-sel or
              sm01-competencia not = sm-comp
              go to rot-res-resumo-1-fim
           end-if.
           if sm01-tipo not = "CX" and sm01-classe not = spaces
              go to rot-res-resumo-2
           end-if.
           move sm01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to rot-res-resumo-2
           end-if.
           compute cc-idx = sm01-ccusto + 1.
           evaluate true
                    when sm01-tipo = "BX"
                         add sm01-valor-pago to cc-receita(cc-idx)
                                                tot-receita
                    when sm01-tipo = "PB"
                         add sm01-valor-pago to cc-despesa(cc-idx)
                                                tot-despesa
                    when sm01-classe = "E"
                         add sm01-valor to cc-receita(cc-idx)
                                           tot-receita
                    when other
                         add sm01-valor to cc-despesa(cc-idx)
                                           tot-despesa
           end-evaluate.
           go to rot-res-resumo-2.
       rot-res-resumo-1-fim.
           exit.
      *
       copy rotgen.lib.
      *
           perform rot-zera-cc
                   varying cc-idx from 1 by 1
                   until cc-idx > 1000.
           move 0 to tot-receita tot-despesa tot-consumo.
           perform rot-acesso-entidades thru rot-acesso-entidades-fim.
           perform rot-periodo-mensal thru rot-periodo-mensal-fim.
           if flag-resumo = "S"
              perform rot-res-resumo thru rot-res-resumo-fim
              perform rot-close-sm01
              go to lab-res-05-1
           end-if.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-res-fim
           if bx01-chave = high-values
              go to lab-res-01
           end-if.
           move bx01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-res-01
           end-if.
           if bx01-liquidacao > per-fim-corr
              go to lab-res-02
           end-if.
           if be01-chave = high-values
              go to lab-res-03
           end-if.
           move be01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-res-03
           end-if.
           if be01-liquidacao > per-fim-corr
              go to lab-res-04
           end-if.
           perform rot-open-cx01.
           if erro not = 0
              move 0 to erro
              go to lab-res-05-1
           end-if.
           move low-values to cx01-chave.
           start arqcx01 key is not less cx01-chave invalid key
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-res-05-1
           end-if.
      *
       lab-res-05.
           perform rot-le-prox-cx01.
           if erro not = 0
              move 0 to erro
              go to lab-res-05-1
           end-if.
           if cx01-chave = high-values
              go to lab-res-05
           if cx01-tipo = "F"
              go to lab-res-05
           end-if.
           move cx01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-res-05
           end-if.
           if cx01-data-mov < per-ini-corr or
              cx01-data-mov > per-fim-corr
              go to lab-res-05
              add cx01-valor to cc-despesa(cc-idx) tot-despesa
           end-if.
           go to lab-res-05.
      *
      *
      *    Consumo de material (ARQCE13) dos meses do periodo; o
      *    estoque e da associacao (entidade 1)
      *
       lab-res-05-1.
           perform rot-close-cx01.
           if rel-ent-acesso (1) not = "S"
              go to lab-res-06
           end-if.
           perform rot-open-ce13 thru rot-open-ce13-fim.
           if erro not = 0
              move 0 to erro
              go to lab-res-06
           end-if.
           move per-ini-corr to data-sec-in.
           perform rot-data-sec.
           compute mes-idx-ini = (data-sec-out - 1) / 30.
           move per-fim-corr to data-sec-in.
           perform rot-data-sec.
           compute mes-idx-fim = (data-sec-out - 1) / 30.
           move mes-idx-ini to ce13-mes.
           move 0 to ce13-ccusto.
           start arqce13 key is not less ce13-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-res-06
           end-if.
      *
       lab-res-05-2.
           perform rot-le-prox-ce13.
           if erro not = 0
              move 0 to erro
              go to lab-res-06
           end-if.
           if ce13-mes > mes-idx-fim
              go to lab-res-06
           end-if.
           compute cc-idx = ce13-ccusto + 1.
           add ce13-consumo to cc-consumo(cc-idx) tot-consumo.
           go to lab-res-05-2.
      *
       lab-res-06.
           perform rot-close-ce13.
           perform rot-close-cx01.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-res-08
           end-if.
           if cc-receita(cc-idx) = 0 and cc-despesa(cc-idx) = 0
              and cc-consumo(cc-idx) = 0
              add 1 to cc-idx
              go to lab-res-07
           end-if.
           end-if.
           move cc-receita(cc-idx) to cab-lin-receita.
           move cc-despesa(cc-idx) to cab-lin-despesa.
           move cc-consumo(cc-idx) to cab-lin-consumo.
           compute resultado =
                   cc-receita(cc-idx) - cc-despesa(cc-idx)
                   - cc-consumo(cc-idx).
           move resultado to cab-lin-resultado.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           write reg-imp from tracos after 1 line.
           move tot-receita to cab-tot-receita.
           move tot-despesa to cab-tot-despesa.
           move tot-consumo to cab-tot-consumo.
           compute resultado = tot-receita - tot-despesa - tot-consumo.
           move resultado to cab-tot-resultado.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
