      *               custo medio);                                 *
      *  Capitulo 5 - resultado por evento (receitas ARQRC01 x     *
      *               despesas ARQRE01 carimbadas com o evento).    *
      *  Aging e eventos saem do resumo mensal (ARQSM01) quando     *
      *  existe; sem ele, dos titulos.                              *
      *  Por entidade (zero = todas as que o usuario pode ver;      *
      *  pela cadeia sai sempre com todas): receber, caixa e        *
      *  eventos sao filtrados; quadro social e estoque sao da      *
      *  instalacao e nao tem entidade.                             *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01   RESUMO   *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
                  alternate record key is re01-chave-1 with duplicates
                  alternate record key is re01-chave-2 with duplicates
                  file status is re01-status.
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
       copy fdce02.lib.
      *
       copy fdre01.lib.
      *
       copy fdsm01.lib.
      *
       fd arqimp

          02 re01-nome                 pic x(08) value "ARQRE01A".
          02 filler                    pic x(01) value ".".
          02 re01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGLV01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(90) value all "-".
       01 ev-valor                     pic 9(11)v9(02) value 0.
       01 ev-lado                      pic x(01) value spaces.
       01 ev-resultado                 pic s9(11)v9(02) value 0.
      *
       01 sm-tipo-sel                  pic x(02) value spaces.
      *
       01 sele-entidade                pic 9(01) value 0.
       01 entidade                     pic 9(01) value 0.
       01 flag-entidade                pic x(01) value spaces.
       01 ent-idx                      pic 9(02) comp-5 value 0.
       01 tab-ent-acesso.
          02 ent-acesso                pic x(01) occurs 9.
      *
       01 valor-aux                    pic 9(13)v9(02) value 0.
      *
          02 filler                    pic x(26) value
             "Livro Gerencial Mensal - ".
          02 cab-competencia           pic x(05) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-entidade              pic x(11) value spaces.
          02 filler                    pic x(09) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 ev-lin-result             pic --.---.---.--9,99 value 0.
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
          02 param-impress             pic x(12).
      *
       screen section.
      *
       01 tela-01.
          02 line 10 column 46 foreground-color 06 background-color 01
             highlight value "Livro Gerencial".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Entidade (0 = todas).:".
      *
       copy scrgen.lib.
      *
       procedure division using param-menu.
      *
       lab-00.
      *
      *    Pela cadeia (senha do pgbt01 com low-value na frente) o
      *    livro sai sem tela, com todas as entidades do usuario
      *
           move 0 to sele-entidade.
           if param-senha(1:1) = low-value
              go to lab-00-2
           end-if.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-save-buffer.
           display tela-cabec.
           move 03 to box-col.
           move 08 to box-lin.
           move 70 to box-col-f.
           move 14 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
           move 0 to box-fundo.
           move "S" to box-sombra.
           perform rot-box.
           display tela-01.
      *
       lab-00-1.
           move 0 to sele-entidade.
           perform lmp-entidade.
           perform acc-entidade.
           if escape-key = 1
              perform rot-rest-tela
              go to lab-fim
           end-if.
           if sele-entidade not = 0
              move sele-entidade to ent-par-entidade
              perform rot-entidade-usuario
              if ent-par-ok not = "S"
                 perform rot-erro-entidade
                 go to lab-00-1
              end-if
           end-if.
           perform rot-rest-tela.
      *
       lab-00-2.
           perform rot-acesso-entidades thru rot-acesso-entidades-fim.
           move spaces to cab-entidade.
           if sele-entidade not = 0
              string "Entidade " sele-entidade delimited by size
                     into cab-entidade
              end-string
           end-if.
           move param-impress to impress.
           open output arqimp.
           if imp-status not = "00"
           perform rot-close-imp.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
           end-if.
       rot-acumula-evento-fim.
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
      *    Aging pelo resumo: vencimentos a receber em aberto (RA)
      *
       rot-arc-resumo.
           move low-values to sm01-chave.
           move "RA" to sm01-tipo.
           start arqsm01 key is not less sm01-chave invalid key
                 go to rot-arc-resumo-fim
           end-start.
       rot-arc-resumo-1.
           perform rot-le-prox-sm01.
           if erro not = 0
              move 0 to erro
              go to rot-arc-resumo-fim
           end-if.
           if sm01-tipo not = "RA"
              go to rot-arc-resumo-fim
           end-if.
           move sm01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to rot-arc-resumo-1
           end-if.
           if sm01-classe = "C" or "R" or "P"
              go to rot-arc-resumo-1
           end-if.
           add sm01-valor to tot-aberto-valor.
           move sm01-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to venc-sec.
           compute atraso = param-data-sec - venc-sec.
           evaluate true
                    when atraso <= 0
                         move 1 to faixa-idx
                    when atraso <= 30
                         move 2 to faixa-idx
                    when atraso <= 60
                         move 3 to faixa-idx
                    when atraso <= 90
                         move 4 to faixa-idx
                    when other
                         move 5 to faixa-idx
           end-evaluate.
           add sm01-quantidade to faixa-qtd(faixa-idx).
           add sm01-valor to faixa-valor(faixa-idx).
           if atraso > 0
              add sm01-quantidade to tot-inad-qtd
              add sm01-valor to tot-inad-valor
           end-if.
           go to rot-arc-resumo-1.
       rot-arc-resumo-fim.
           exit.
      *
      *    Eventos pelo resumo: receitas (RA) e despesas (PA)
      *
       rot-aev-resumo.
           move low-values to sm01-chave.
           move sm-tipo-sel to sm01-tipo.
           start arqsm01 key is not less sm01-chave invalid key
                 go to rot-aev-resumo-fim
           end-start.
       rot-aev-resumo-1.
           perform rot-le-prox-sm01.
           if erro not = 0
              move 0 to erro
              go to rot-aev-resumo-fim
           end-if.
           if sm01-tipo not = sm-tipo-sel
              go to rot-aev-resumo-fim
           end-if.
           move sm01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to rot-aev-resumo-1
           end-if.
           if sm01-evento = spaces
              go to rot-aev-resumo-1
           end-if.
           if sm01-tipo = "RA" and
              (sm01-classe = "C" or sm01-classe = "R")
              go to rot-aev-resumo-1
           end-if.
           move sm01-evento to ev-campo.
           move sm01-valor to ev-valor.
           if sm01-tipo = "RA"
              move "R" to ev-lado
           else
              move "D" to ev-lado
           end-if.
           perform rot-acumula-evento thru rot-acumula-evento-fim.
           go to rot-aev-resumo-1.
       rot-aev-resumo-fim.
           exit.
      *
       rot-rest-tela.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
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
           display tela-erro.
           perform rot-keypress.
           display tela-limpa.
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
      *    que o usuario nao pode ver fica fora do livro
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
           move param-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to param-data-sec.
           perform rot-open-sm01.
           if erro = 0
              perform rot-arc-resumo thru rot-arc-resumo-fim
              perform rot-close-sm01
              go to lab-arc-fim
           end-if.
           move 0 to erro.
           perform rot-open-rc01.
           if erro not = 0
              move 0 to erro
           if rc01-situacao = "C" or "R" or "P"
              go to lab-arc-01
           end-if.
           move rc01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-arc-01
           end-if.
           add rc01-valor to tot-aberto-valor.
      *    janela de seculo (rot-data-sec) p/ a virada 99 -> 00
           move rc01-vencimento to data-sec-in.
           if cx01-tipo not = "E" and "S"
              go to lab-acx-01
           end-if.
           move cx01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-acx-01
           end-if.
           compute fluxo-dia = cx01-data-mov - comp-ini + 1.
           if fluxo-dia < 1 or fluxo-dia > 31
              go to lab-acx-01
      *
       lab-aev-00.
           move 0 to ev-qtd.
           perform rot-open-sm01.
           if erro = 0
              move "RA" to sm-tipo-sel
              perform rot-aev-resumo thru rot-aev-resumo-fim
              move "PA" to sm-tipo-sel
              perform rot-aev-resumo thru rot-aev-resumo-fim
              perform rot-close-sm01
              go to lab-aev-fim
           end-if.
           move 0 to erro.
           perform rot-open-rc01.
           if erro not = 0
              move 0 to erro
           if rc01-situacao = "C" or "R"
              go to lab-aev-01
           end-if.
           move rc01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-aev-01
           end-if.
           if rc01-evento = spaces or rc01-evento = low-values
              go to lab-aev-01
           end-if.
           if re01-chave = high-values
              go to lab-aev-03
           end-if.
           move re01-entidade to entidade.
           perform rot-filtra-entidade thru rot-filtra-entidade-fim.
           if flag-entidade not = "S"
              go to lab-aev-03
           end-if.
           if re01-evento = spaces or re01-evento = low-values
              go to lab-aev-03
           end-if.
      *
       lab-cev-fim.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
      *                      *
      ************************
      *
       telas section.
      *
       acc-entidade.
           accept sele-entidade at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       lmp-entidade.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
