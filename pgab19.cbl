      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGAB19".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 tot-lin-desc              pic x(25) value spaces.
          02 tot-lin-valor             pic zzz.zzz.zz9,99 value 0.
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
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
           add 1 to fat-octs(fat-idx).
       rot-acumula-cons-fim.
           exit.
      *
      *    Entidade dona da operacao em ent-par-operacao (rotent01)
      *
       rot-entidade-operacao.
           move "O" to ent-par-opcao.
           call "rotent01" using campo-entidade.
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
       copy rotgen.lib.
      *
                rc01-doc-sucessor rc01-moeda rc01-evento
                rc01-carne.
           move 0 to rc01-valor-moeda rc01-ccusto.
           move rc01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to rc01-entidade.
           write reg-rc01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-rc01
           end-write.
           if linha > 56
              perform rot-cabec
