      *  do ARQRE01 (saidas) em colunas semanais ou mensais pelo    *
      *  vencimento, a partir de um saldo inicial informado, e      *
      *  imprime a projecao de saldo periodo a periodo. Titulos     *
      *  ja vencidos entram no primeiro periodo. Filtra a entidade  *
      *  (associacao, instituto ...) ou todas as que o usuario pode *
      *  ver. Com o resumo mensal (ARQSM01) os vencimentos saem     *
      *  dele, sem varrer os titulos.                               *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01   C.CUSTO  *
      *                               02/09/26     v1.02   APLICAC  *
      *                               15/10/26     v1.03   ENTIDADE *
      *                               15/10/26     v1.04   RESUMO   *
      *                                                             *
      ***************************************************************
      *
                  record key is ap01-chave
                  alternate record key is ap01-chave-1 with duplicates
                  file status is ap01-status.
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
       copy fdap01.lib.
      *
       copy fdsm01.lib.
      *
       fd arqimp

          02 ap01-nome                 pic x(08) value "ARQAP01A".
          02 filler                    pic x(01) value ".".
          02 ap01-ext                  pic x(03) value "DAT".
      *
       01 sm-tipo-sel                  pic x(02) value spaces.
      *
       01 rendimento-proj              pic 9(11)v9(02) value 0.
       01 meses-aplic                  pic 9(05) value 0.
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
          02 cb-programa               pic x(08) value "PGRC08".
          02 cb-versao                 pic x(06) value "v1.04 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 sele-period               pic x(01) value spaces.
          02 sele-qtd                  pic 9(02) value 0.
          02 sele-ccusto               pic 9(03) value 0.
          02 sele-entidade             pic 9(01) value 0.
          02 sele-data-ini             pic 9(06) value 0.
          02 data-ini-corr             pic 9(06) value 0.
          02 data-ini-disp             pic x(08) value spaces.
          02 cab-saldo-ini-val         pic zz.zzz.zzz.zz9,99.
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
       linkage section.
      *
             highlight value "Saldo Inicial........:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Centro Custo (0=tds).:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Entidade (0=todas)...:".
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
           move 03 to box-col.
           move 10 to box-lin.
           move 70 to box-col-f.
           move 20 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
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
      *    Vencimentos pelo resumo: titulos a receber em aberto (RA,
      *    sem situacao) nas entradas e contas a pagar (PA) nas saidas
      *
       rot-fx-resumo.
           move "RA" to sm-tipo-sel.
           perform rot-fx-resumo-1 thru rot-fx-resumo-1-fim.
           move "PA" to sm-tipo-sel.
           perform rot-fx-resumo-1 thru rot-fx-resumo-1-fim.
       rot-fx-resumo-fim.
           exit.
      *
       rot-fx-resumo-1.
           move low-values to sm01-chave.
           move sm-tipo-sel to sm01-tipo.
           start arqsm01 key is not less sm01-chave invalid key
                 go to rot-fx-resumo-1-fim
           end-start.
       rot-fx-resumo-2.
           perform rot-le-prox-sm01.
           if erro not = 0
              move 0 to erro
              go to rot-fx-resumo-1-fim
           end-if.
           if sm01-tipo not = sm-tipo-sel
              go to rot-fx-resumo-1-fim
           end-if.
           if sm01-tipo = "RA" and sm01-classe not = spaces
              go to rot-fx-resumo-2
           end-if.
           move sm01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to rot-fx-resumo-2
           end-if.
           if sele-entidade not = 0 and
              rel-ent-idx not = sele-entidade
              go to rot-fx-resumo-2
           end-if.
           if sele-ccusto not = 0 and
              sm01-ccusto not = sele-ccusto
              go to rot-fx-resumo-2
           end-if.
           move sm01-data to dias-corr.
           perform rot-classifica.
           if fx-indice = 0
              go to rot-fx-resumo-2
           end-if.
           if sm01-tipo = "RA"
              add sm01-valor to fx-entrada(fx-indice)
           else
              add sm01-valor to fx-saida(fx-indice)
           end-if.
           go to rot-fx-resumo-2.
       rot-fx-resumo-1-fim.
           exit.
      *
       copy rotgen.lib.
      *
              perform lmp-ccusto
              go to lab-sele-04
           end-if.
      *
      *    Entidade (associacao, instituto ...); zero projeta todas
      *    as que o usuario pode ver
      *
       lab-sele-04-2.
           move 0 to sele-entidade.
           perform lmp-entidade.
           perform acc-entidade.
           if escape-key = 1
              perform lmp-entidade
              go to lab-sele-04-1
           end-if.
           if sele-entidade not = 0
              move sele-entidade to ent-par-entidade
              perform rot-entidade-usuario
              if ent-par-ok not = "S"
                 move " Usuario sem acesso a entidade - Tecle <Enter>"
                      to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-sele-04-2
              end-if
           end-if.
      *
       lab-sele-05.
           move "Confirma (S) (N) ?" to mensagem.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-sele-04-2
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-period thru lmp-entidade
              go to lab-sele-01
           else
              if resposta not = "S"
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           perform lmp-period thru lmp-entidade.
           go to lab-sele-01.
      *
       lab-sele-fim.
           perform lmp-period thru lmp-entidade.
           exit.
      *
      ************************
       sec-fluxo section.
      *
       lab-fx-00.
           perform rot-acesso-entidades thru rot-acesso-entidades-fim.
           move 0 to fx-indice.
           perform lab-fx-zera thru lab-fx-zera-fim
                   varying fx-indice from 1 by 1
                   until fx-indice > 12.
           perform rot-open-sm01.
           if erro = 0
              perform rot-fx-resumo thru rot-fx-resumo-fim
              perform rot-close-sm01
              perform rot-open-imp
              if erro not = 0
                 go to lab-fx-fim
              end-if
              go to lab-fx-03-a
           end-if.
           move 0 to erro.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-fx-fim
           if rc01-situacao not = spaces
              go to lab-fx-01
           end-if.
           move rc01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-fx-01
           end-if.
           if sele-entidade not = 0 and
              rel-ent-idx not = sele-entidade
              go to lab-fx-01
           end-if.
           if sele-ccusto not = 0
              if rc01-ccusto not numeric
                 go to lab-fx-01
           if erro not = 0
              go to lab-fx-03-a
           end-if.
           move re01-entidade to entidade-reg.
           perform rot-filtra-entidade.
           if rel-ent-acesso (rel-ent-idx) not = "S"
              go to lab-fx-03
           end-if.
           if sele-entidade not = 0 and
              rel-ent-idx not = sele-entidade
              go to lab-fx-03
           end-if.
           if sele-ccusto not = 0
              if re01-ccusto not numeric
                 go to lab-fx-03
           if sele-ccusto not = 0
              go to lab-fx-03-b
           end-if.
      *    aplicacoes da tesouraria sao da associacao
           if sele-entidade > 1 or rel-ent-acesso (1) not = "S"
              go to lab-fx-03-b
           end-if.
           move ap01-data-resgate to dias-corr.
           perform rot-classifica.
           if fx-indice = 0
              end-string
              write reg-imp after 1 line
           end-if.
           if sele-entidade not = 0
              move "N" to ent-par-opcao
              move sele-entidade to ent-par-entidade
              call "rotent01" using campo-entidade
              move spaces to reg-imp
              string "Entidade: " ent-par-nome
                     delimited by size into reg-imp
              end-string
              write reg-imp after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-entidade.
           accept sele-entidade at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
           display limpa-10 at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-entidade.
           display limpa-10 at 1929 with foreground-color 15
                   background-color 01.
      *
