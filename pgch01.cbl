      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                               15/10/26     v1.05            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCH01".
          02 cb-versao                 pic x(06) value "v1.05 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 est-juros                 pic 9(09)v9(02) value 0.
          02 est-evento                pic x(05) value spaces.
          02 est-emissao               pic 9(06) value 0.
          02 est-usuario-inc           pic x(10) value spaces.
          02 est-ccusto                pic 9(03) value 0.
          02 est-entidade              pic 9(01) value 0.
          02 est-desconto              pic 9(09)v9(02) value 0.
          02 est-nova-baixa            pic 9(06) value 0.
      *
       01 data-aux.
          02 cab-bom-para              pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-valor                 pic zz.zzz.zzz.zz9,99.
      *
       01 campo-jornal.
          02 jor-programa              pic x(08) value spaces.
          02 jor-usuario               pic x(10) value spaces.
          02 jor-data                  pic 9(05) value 0.
          02 jor-arquivo               pic x(08) value spaces.
          02 jor-operacao              pic x(01) value spaces.
          02 jor-chave                 pic x(40) value spaces.
          02 jor-tamanho               pic 9(04) value 0.
          02 jor-antes                 pic x(500) value spaces.
          02 jor-depois                pic x(500) value spaces.
          02 jor-ok                    pic x(01) value spaces.
      *
       copy workgen.lib.
      *
           move bx01-juros to est-juros.
           move bx01-evento to est-evento.
           move bx01-emissao to est-emissao.
           move bx01-usuario-inc to est-usuario-inc.
           if bx01-ccusto numeric
              move bx01-ccusto to est-ccusto
           else
              move 0 to est-ccusto
           end-if.
           if bx01-entidade numeric and bx01-entidade not = 0
              move bx01-entidade to est-entidade
           else
              move 1 to est-entidade
           end-if.
           if bx01-desconto numeric
              move bx01-desconto to est-desconto
           else
              move 0 to est-desconto
           end-if.
      *
      *    Diario de atualizacoes (rotjn01): imagem antes em
      *    jor-antes (regravacao), operacao em jor-operacao; a
      *    mesma area atualiza o resumo mensal (rotsm01)
      *
       rot-jornal.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           call "rotjn01" using campo-jornal.
           call "rotsm01" using campo-jornal.
           move spaces to jor-antes jor-depois.
      *
       rot-jn-rc01.
           move "ARQRC01A" to jor-arquivo.
           move rc01-chave to jor-chave.
           move 153 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-rc01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-rc01 to jor-depois
                    when other
                         move reg-rc01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       rot-jn-bx01.
           move "ARQBX01A" to jor-arquivo.
           move bx01-chave to jor-chave.
           move 213 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-bx01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-bx01 to jor-depois
                    when other
                         move reg-bx01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       copy rotgen.lib.
      *
           move est-baixa to bx01-baixa.
           perform rot-le-bx01.
           if erro = 0
              move reg-bx01 to jor-antes
              move "C" to bx01-situacao
              rewrite reg-bx01 invalid key
                      move 1 to erro
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-bx01
              end-rewrite
           end-if.
           if erro not = 0
           perform rot-le-bx01.
           if erro = 0
              if bx01-situacao = "C"
                 move reg-bx01 to jor-antes
                 move spaces to bx01-situacao
                 move param-data to bx01-liquidacao
                 rewrite reg-bx01 invalid key
                         move 1 to erro
                         not invalid key
                         move "R" to jor-operacao
                         perform rot-jn-bx01
                 end-rewrite
              end-if
           end-if.
           move spaces to rc01-moeda rc01-carne.
           move est-evento to rc01-evento.
           move est-ccusto to rc01-ccusto.
           move est-entidade to rc01-entidade.
           move 0 to rc01-valor-moeda.
           write reg-rc01 invalid key
                 move " Documento ja existe em aberto - Tecle <Enter>"
                 display tela-limpa-cad
                 go to lab-dev-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-rc01.
      *
      *    Registro de estorno no ARQBX01
      *
              go to lab-dev-fim
           end-if.
           perform rot-le-bx01-lock.
           move reg-bx01-1 to jor-antes.
           add 1 to bx01-ult-bx.
           move bx01-ult-bx to est-nova-baixa.
           rewrite reg-bx01-1 invalid key
                   go to lab-dev-fim
           end-rewrite.
           unlock arqbx01 records.
           move "R" to jor-operacao.
           perform rot-jn-bx01.
           move est-nova-baixa to bx01-baixa.
           move est-codigo to bx01-codigo.
           move est-condicao to bx01-condicao.
           move est-evento to bx01-evento.
           move 0 to bx01-emissao.
           move est-ccusto to bx01-ccusto.
           move est-entidade to bx01-entidade.
           move est-desconto to bx01-desconto.
           if est-usuario-inc not = spaces
              move est-usuario-inc to bx01-usuario-inc
           else
              move param-usr to bx01-usuario-inc
           end-if.
           write reg-bx01 invalid key
                 move " Erro de gravacao - ARQBX01A.DAT - Tecle <Enter>"
                 to mensagem
                 display tela-limpa-cad
                 go to lab-dev-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-bx01.
      *
      *    Marca a baixa original como estornada
      *
           if erro not = 0
              go to lab-dev-fim
           end-if.
           move reg-bx01 to jor-antes.
           move "E" to bx01-situacao.
           move est-nova-baixa to bx01-baixa-ref.
           move "CHEQUE DEVOLVIDO" to bx01-motivo.
           rewrite reg-bx01 invalid key
                   move 1 to erro
                   not invalid key
                   move "R" to jor-operacao
                   perform rot-jn-bx01
           end-rewrite.
      *
      *    Marca o cheque como devolvido (fica no historico do
