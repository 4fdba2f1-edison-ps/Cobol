      *  ARQAB03 (maior faixa-ini <= bilhete), lanca o consumo      *
      *  em ab03-tkt e imprime as rejeicoes: bilhete fora de        *
      *  qualquer faixa ou em faixa de outra agencia (vazamento     *
      *  de estoque). Transacao de reembolso (tipo "R") nao lanca   *
      *  consumo: concilia com o pedido aberto do bilhete no        *
      *  ARQRB01 (pgrb01), que passa a creditado pelo BSP.          *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 REEMBOLSO  *
      *                                                             *
      ***************************************************************
      *
                  alternate record key is bs01-chave-2 with duplicates
                  alternate record key is bs01-chave-3 with duplicates
                  file status is bs01-status.
      *
           select arqrb01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is rb01-chave
                  alternate record key is rb01-chave-1 with duplicates
                  alternate record key is rb01-chave-2 with duplicates
                  file status is rb01-status.
      *
           select arqbsp assign to disk
                  organization is line sequential
       copy fdab03.lib.
      *
       copy fdbs01.lib.
      *
       copy fdrb01.lib.
      *
      *  Arquivo de vendas BSP (decena) - agencia + bilhete +
      *  cia aerea + valor (2 decimais implicitos) + transacao
      *  ("R" reembolso; branco venda - arquivos antigos sem a
      *  coluna continuam valendo como venda)
      *
       fd arqbsp
          label record is standard
          02 bsp-bilhete               pic 9(07).
          02 bsp-cia                   pic x(02).
          02 bsp-valor                 pic 9(09)v9(02).
          02 bsp-transacao             pic x(01).
      *
       fd arqimp

          02 bs01-nome                 pic x(08) value "ARQBS01A".
          02 filler                    pic x(01) value ".".
          02 bs01-ext                  pic x(03) value "DAT".
      *
       01 rb01-status                  pic x(02) value "00".
       01 rb01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rb01.
          02 rb01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 rb01-nome                 pic x(08) value "ARQRB01A".
          02 filler                    pic x(01) value ".".
          02 rb01-ext                  pic x(03) value "DAT".
      *
       01 bsp-status                   pic x(02) value "00".
       01 bsp-stat                     pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGAB13".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 tot-lidos                 pic 9(06) value 0.
          02 tot-lancados              pic 9(06) value 0.
          02 tot-rejeitados            pic 9(06) value 0.
          02 tot-reembolsos            pic 9(06) value 0.
      *
       01 disp-bsp.
          02 disp-lidos                pic zzzzz9 value 0.
          02 disp-lancados             pic zzzzz9 value 0.
          02 disp-rejeitados           pic zzzzz9 value 0.
          02 disp-reembolsos           pic zzzzz9 value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
             highlight value "Rejeicoes.....................:".
          02 line 16 column 43 foreground-color 15 background-color 01
             pic zzzzz9 from disp-rejeitados.
          02 line 17 column 10 foreground-color 06 background-color 01
             highlight value "Reembolsos conciliados........:".
          02 line 17 column 43 foreground-color 15 background-color 01
             pic zzzzz9 from disp-reembolsos.
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
              move "F" to bs01-stat
           end-if.
      *
      *    Pedidos de reembolso: sem o arquivo (nenhum pedido
      *    cadastrado) toda transacao de reembolso sai rejeitada
      *
       rot-open-rb01.
           move 0 to erro.
           if rb01-stat = "F"
              open i-o arqrb01
              if rb01-status = "00"
                 move "A" to rb01-stat
              end-if
           end-if.
      *
       rot-close-rb01.
           if rb01-stat = "A"
              close arqrb01
              move "F" to rb01-stat
           end-if.
      *
      *    Reembolso: concilia com o pedido solicitado/aplicado do
      *    bilhete, da mesma agencia
      *
       rot-reembolso.
           if rb01-stat not = "A"
              move "Reembolso sem pedido em aberto" to cab-motivo
              move 0 to cab-dona
              perform rot-rejeita
              go to rot-reembolso-fim
           end-if.
           move bsp-bilhete to rb01-bilhete.
           read arqrb01 invalid key
                move 1 to erro
           end-read.
           if erro = 0 and rb01-situacao not = "S" and "A"
              move 1 to erro
           end-if.
           if erro not = 0
              move 0 to erro
              move "Reembolso sem pedido em aberto" to cab-motivo
              move 0 to cab-dona
              perform rot-rejeita
              go to rot-reembolso-fim
           end-if.
           if rb01-codigo not = bsp-codigo
              move "Reembolso pedido por outra agencia" to cab-motivo
              move rb01-codigo to cab-dona
              perform rot-rejeita
              go to rot-reembolso-fim
           end-if.
           move "C" to rb01-situacao.
           move bsp-valor to rb01-valor-bsp.
           move decena-imp to rb01-decena.
           move param-data to rb01-data-bsp.
           move param-usr to rb01-usuario.
           move param-data to rb01-data.
           rewrite reg-rb01 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move 0 to erro
              move "Erro de regravacao do pedido" to cab-motivo
              move rb01-codigo to cab-dona
              perform rot-rejeita
              go to rot-reembolso-fim
           end-if.
           add 1 to tot-reembolsos.
       rot-reembolso-fim.
           exit.
      *
      *    Guarda o detalhe da venda; reimportacao da mesma
      *    decena apenas regrava o bilhete
      *
       sec-importa section.
      *
       lab-imp-00.
           move 0 to tot-lidos tot-lancados tot-rejeitados
                     tot-reembolsos.
           perform rot-open-ab03.
           if erro not = 0
              go to lab-imp-fim
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-rb01.
           perform rot-open-bsp.
           if erro not = 0
              go to lab-imp-fim
                go to lab-imp-02
           end-read.
           add 1 to tot-lidos.
           if bsp-transacao = "R"
              perform rot-reembolso thru rot-reembolso-fim
              go to lab-imp-01
           end-if.
      *
      *    Faixa candidata: a de maior faixa-ini que nao passa
      *    do bilhete (start not greater + read next)
           move tot-lidos to disp-lidos.
           move tot-lancados to disp-lancados.
           move tot-rejeitados to disp-rejeitados.
           move tot-reembolsos to disp-reembolsos.
      *
       lab-imp-fim.
           perform rot-close-imp.
           perform rot-close-bsp.
           perform rot-close-rb01.
           perform rot-close-bs01.
           perform rot-close-ab03.
           exit.
