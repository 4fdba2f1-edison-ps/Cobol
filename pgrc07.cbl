      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                               15/10/26     v1.05            *
      *                               15/10/26     v1.06            *
      *                               15/10/26     v1.07            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRC07".
          02 cb-versao                 pic x(06) value "v1.07 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 est-juros                 pic 9(09)v9(02) value 0.
          02 est-evento                pic x(05) value spaces.
          02 est-ccusto                pic 9(03) value 0.
          02 est-entidade              pic 9(01) value 0.
          02 est-desconto              pic 9(09)v9(02) value 0.
          02 est-emissao               pic 9(06) value 0.
          02 est-usuario-inc           pic x(10) value spaces.
          02 est-nova-baixa            pic 9(06) value 0.
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
           perform rot-data.
           move data-disp to liquidacao-disp.
           perform dsp-codigo thru dsp-liquidacao.
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
       rot-jn-re01.
           move "ARQRE01A" to jor-arquivo.
           move re01-chave to jor-chave.
           move 174 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-re01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-re01 to jor-depois
                    when other
                         move reg-re01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       rot-jn-be01.
           move "ARQBE01A" to jor-arquivo.
           move be01-chave to jor-chave.
           move 202 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-be01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-be01 to jor-depois
                    when other
                         move reg-be01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       copy rotgen.lib.
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
       lab-bbx-fim.
           exit.
           move be01-data to est-data-baixa.
           move be01-evento to est-evento.
           move be01-emissao to est-emissao.
           move be01-usuario-inc to est-usuario-inc.
           if be01-ccusto numeric
              move be01-ccusto to est-ccusto
           else
              move 0 to est-ccusto
           end-if.
           if be01-entidade numeric and be01-entidade not = 0
              move be01-entidade to est-entidade
           else
              move 1 to est-entidade
           end-if.
      *
       lab-bbe-fim.
           exit.
           move spaces to rc01-moeda rc01-carne.
           move est-evento to rc01-evento.
           move est-ccusto to rc01-ccusto.
           move est-entidade to rc01-entidade.
           move 0 to rc01-valor-moeda.
           write reg-rc01 invalid key
                 perform rot-doc-ja-aberto
                 move 1 to erro
                 go to lab-erc-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-rc01.
      *
      *    Numera e grava o registro de estorno no ARQBX01
      *
              go to lab-erc-fim
           end-if.
           perform rot-le-bx01-lock.
           move reg-bx01-1 to jor-antes.
           add 1 to bx01-ult-bx.
           move bx01-ult-bx to est-nova-baixa.
           rewrite reg-bx01-1 invalid key
                   go to lab-erc-fim
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
                 move 1 to erro
                 go to lab-erc-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-bx01.
      *
      *    Marca a baixa original como estornada
      *
           if erro not = 0
              go to lab-erc-fim
           end-if.
           move reg-bx01 to jor-antes.
           move "E" to bx01-situacao.
           move est-nova-baixa to bx01-baixa-ref.
           move motivo to bx01-motivo.
                   display tela-limpa-cad
                   move 1 to erro
           end-rewrite.
           if erro = 0
              move "R" to jor-operacao
              perform rot-jn-bx01
           end-if.
      *
       lab-erc-fim.
           perform rot-close-rc01.
           move "S" to re01-aprovado.
           move est-evento to re01-evento.
           move est-ccusto to re01-ccusto.
           move est-entidade to re01-entidade.
           move spaces to re01-cod-barras re01-pgto-sit.
           move 0 to re01-bordero re01-remessa.
           write reg-re01 invalid key
                 perform rot-doc-ja-aberto
                 move 1 to erro
                 go to lab-ere-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-re01.
      *
      *    Numera e grava o registro de estorno no ARQBE01
      *
              go to lab-ere-fim
           end-if.
           perform rot-le-be01-lock.
           move reg-be01-1 to jor-antes.
           add 1 to be01-ult-bx.
           move be01-ult-bx to est-nova-baixa.
           rewrite reg-be01-1 invalid key
                   go to lab-ere-fim
           end-rewrite.
           unlock arqbe01 records.
           move "R" to jor-operacao.
           perform rot-jn-be01.
           move est-nova-baixa to be01-baixa.
           move est-codigo to be01-codigo.
           move est-condicao to be01-condicao.
           move 0 to be01-emissao.
           move 0 to be01-irrf be01-iss.
           move est-ccusto to be01-ccusto.
           move est-entidade to be01-entidade.
           if est-usuario-inc not = spaces
              move est-usuario-inc to be01-usuario-inc
           else
              move param-usr to be01-usuario-inc
           end-if.
           write reg-be01 invalid key
                 move " Erro de gravacao - ARQBE01A.DAT - Tecle <Enter>"
                 to mensagem
                 move 1 to erro
                 go to lab-ere-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-be01.
      *
      *    Marca a baixa original como estornada
      *
           if erro not = 0
              go to lab-ere-fim
           end-if.
           move reg-be01 to jor-antes.
           move "E" to be01-situacao.
           move est-nova-baixa to be01-baixa-ref.
           move motivo to be01-motivo.
                   display tela-limpa-cad
                   move 1 to erro
           end-rewrite.
           if erro = 0
              move "R" to jor-operacao
              perform rot-jn-be01
           end-if.
      *
       lab-ere-fim.
           perform rot-close-re01.
