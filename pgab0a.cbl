      *                                                             *
      *  Data da ultima alteracao:    08/12/95     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *                               15/10/26     v1.02 LIMITE     *
      *                                                             *
      ***************************************************************
      * 
                  alternate record key is ab05-chave-9 with duplicates
                  alternate record key is ab05-chave-10 with duplicates
                  file status is ab05-status.
      *
           select arqlc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is lc01-chave
                  file status is lc01-status.
      *
           select arqrc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rc01-chave
                  alternate record key is rc01-chave-1 with duplicates
                  alternate record key is rc01-chave-2 with duplicates
                  alternate record key is rc01-chave-3 with duplicates
                  file status is rc01-status.
      *
           select arqtr01 assign to disk
                  organization is indexed
       copy fdab02.lib.
      *    
       copy fdab05.lib.
      *
       copy fdlc01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdtabl.lib.
      *
          02 ab05-nome                 pic x(08) value "ARQAB05A".
          02 filler                    pic x(01) value ".".
          02 ab05-ext                  pic x(03) value "DAT".
      *
       01 lc01-status                  pic x(02) value "00".
       01 lc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-lc01.
          02 lc01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 lc01-nome                 pic x(08) value "ARQLC01A".
          02 filler                    pic x(01) value ".".
          02 lc01-ext                  pic x(03) value "DAT".
      *
       01 rc01-status                  pic x(02) value "00".
       01 rc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rc01.
          02 rc01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rc01-nome                 pic x(08) value "ARQRC01A".
          02 filler                    pic x(01) value ".".
          02 rc01-ext                  pic x(03) value "DAT".
      *
       01 tabl-status                  pic x(02) value "00".
       01 tabl-stat                    pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGAB0A".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(50) value spaces.
       01 limpa-03                     pic x(03) value spaces.
          02 aerop                     pic 9(01) value 0.
          02 servico                   pic 9(02) value 0.
          02 valor-oct                 pic 9(07)v9(02) value 0.
      *
       01 limite-efetivo               pic 9(11)v9(02) value 0.
       01 tot-titulos                  pic 9(11)v9(02) value 0.
       01 tot-tkts                     pic 9(11)v9(02) value 0.
       01 exposicao                    pic 9(11)v9(02) value 0.
       01 hoje-sec                     pic 9(06) value 0.
       01 limite-excedido              pic x(01) value "N".
       01 limite-liberado              pic x(01) value "N".
      *
       01 msg-limite.
          02 msg-lim-motivo            pic x(18) value spaces.
          02 msg-lim-aberto            pic z.zzz.zzz.zz9,99.
          02 filler                    pic x(08) value " limite ".
          02 msg-lim-limite            pic z.zzz.zzz.zz9,99.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
           go to rot-tarifa-1.
       rot-tarifa-fim.
           exit.
      *
      *
      *    Limite de credito (pglc01) e contas a receber sao
      *    opcionais: sem eles nao ha controle de credito
      *
       rot-open-lc01.
           move 0 to erro.
           if lc01-stat = "F"
              open i-o arqlc01
              if lc01-status = "00"
                 move "A" to lc01-stat
              end-if
           end-if.
      *
       rot-close-lc01.
           if lc01-stat = "A"
              close arqlc01
              move "F" to lc01-stat
           end-if.
      *
       rot-le-lc01.
           move 0 to erro.
           read arqlc01 invalid key move 1 to erro.
           if lc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-lc01
           end-if.
      *
       rot-open-rc01.
           move 0 to erro.
           if rc01-stat = "F"
              open input arqrc01
              if rc01-status = "00"
                 move "A" to rc01-stat
              end-if
           end-if.
      *
       rot-close-rc01.
           if rc01-stat = "A"
              close arqrc01
              move "F" to rc01-stat
           end-if.
      *
       rot-le-prox-rc01.
           move 0 to erro.
           read arqrc01 next record at end move 1 to erro.
           if rc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rc01
           end-if.
      *
      *    Limite de credito da consorciada: titulos em aberto no
      *    contas a receber + TKTs nao faturados + o TKT em inclusao
      *    contra o limite; garantia vencida zera o limite.
      *    Consorciada sem registro no ARQLC01 nao tem controle
      *
       rot-limite.
           move "N" to limite-excedido.
           if lc01-stat not = "A"
              go to rot-limite-fim
           end-if.
           move cons to lc01-codigo.
           perform rot-le-lc01.
           if erro not = 0
              move 0 to erro
              go to rot-limite-fim
           end-if.
           move lc01-limite to limite-efetivo.
           move " Limite excedido: " to msg-lim-motivo.
           if lc01-vencimento not = 0
              move param-data to data-sec-in
              perform rot-data-sec
              move data-sec-out to hoje-sec
              move lc01-vencimento to data-sec-in
              perform rot-data-sec
              if data-sec-out < hoje-sec
                 move 0 to limite-efetivo
                 move " Garantia vencida:" to msg-lim-motivo
              end-if
           end-if.
           perform rot-exposicao thru rot-exposicao-fim.
           compute exposicao = tot-titulos + tot-tkts + valor-oct.
           if exposicao > limite-efetivo
              move "S" to limite-excedido
              move exposicao to msg-lim-aberto
              move limite-efetivo to msg-lim-limite
           end-if.
       rot-limite-fim.
           exit.
      *
       rot-exposicao.
           move 0 to tot-titulos tot-tkts.
           if rc01-stat not = "A"
              go to rot-exposicao-02
           end-if.
           move cons to rc01-codigo-a.
           move "A" to rc01-condicao-a.
           start arqrc01 key is not less rc01-chave-1 invalid key
                 go to rot-exposicao-02
           end-start.
       rot-exposicao-01.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              go to rot-exposicao-02
           end-if.
           if rc01-codigo-a not = cons or rc01-condicao-a not = "A"
              go to rot-exposicao-02
           end-if.
           if rc01-situacao = spaces
              add rc01-valor to tot-titulos
           end-if.
           go to rot-exposicao-01.
       rot-exposicao-02.
           move cons to ab05-cons.
           start arqab05 key is not less ab05-chave-1 invalid key
                 go to rot-exposicao-fim
           end-start.
       rot-exposicao-03.
           perform rot-le-proximo.
           if erro not = 0
              move 0 to erro
              go to rot-exposicao-fim
           end-if.
           if ab05-cons not = cons
              go to rot-exposicao-fim
           end-if.
           if ab05-controle = high-values
              go to rot-exposicao-03
           end-if.
           if ab05-faturado not = "S" and ab05-valor numeric
              add ab05-valor to tot-tkts
           end-if.
           go to rot-exposicao-03.
       rot-exposicao-fim.
           exit.
      *
      *    Registra no ARQLC01 a liberacao do supervisor
      *
       rot-grava-liberacao.
           move cons to lc01-codigo.
           perform rot-le-lc01.
           if erro not = 0
              move 0 to erro
              go to rot-grava-liberacao-fim
           end-if.
           move param-usr to lc01-lib-usuario.
           move param-data to lc01-lib-data.
           move codigo to lc01-lib-tkt.
           rewrite reg-lc01 invalid key
                   continue
           end-rewrite.
       rot-grava-liberacao-fim.
           exit.
      *
       rot-open-usr.
           move 0 to erro.
              go to lab-inc-fim
           end-if.
           perform rot-open-tr01.
           perform rot-open-lc01.
           perform rot-open-rc01.
           display tela-09.
           if param-prioridade < 1
              perform sec-consulta
                 go to lab-inc-12
              end-if
           end-if.
      *
      *    Acima do limite de credito a emissao fica bloqueada; o
      *    supervisor pode liberar o TKT
      *
       lab-inc-16-a.
           move "N" to limite-liberado.
           perform rot-limite thru rot-limite-fim.
           if limite-excedido not = "S"
              go to lab-inc-17
           end-if.
           move msg-limite to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           if param-prioridade < 8
              move " Emissao bloqueada pelo limite - Tecle <Enter>" to
                   mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-16
           end-if.
      *
       lab-inc-16-b.
           move "Libera o TKT acima do limite (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-inc-16
           end-if.
           if resposta not = "S"
              go to lab-inc-16-b
           end-if.
           display tela-limpa-cad.
           move "S" to limite-liberado.
      *
       lab-inc-17.
           move high-values to ab05-chave-controle.
                 display tela-limpa
                 go to lab-inc-fim
           end-write.
           if limite-liberado = "S"
              perform rot-grava-liberacao thru rot-grava-liberacao-fim
           end-if.
           perform dsp-codigo.
           display tela-06.
           perform rot-keypress.
           go to lab-inc-02.
      *
       lab-inc-fim.
           perform rot-close-rc01.
           perform rot-close-lc01.
           perform rot-close-usr.
           perform rot-close-tr01.
           perform rot-close-ab05.
