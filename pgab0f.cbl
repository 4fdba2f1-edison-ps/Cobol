      *  e saem como excecao no relatorio.                          *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGAB0F".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 cab-lin.
          02 cab-lin-arquivo           pic x(30) value spaces.
          02 cab-lin-qtd               pic zzzz9 value 0.
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
              close arqimp
              move "F" to imp-stat
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
       rot-jn-ab01.
           move "ARQAB01A" to jor-arquivo.
           move ab01-chave to jor-chave.
           move 412 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-ab01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-ab01 to jor-depois
                    when other
                         move reg-ab01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       copy rotgen.lib.
      *
              go to lab-trf-03
           end-if.
           move registro-salvo to reg-rc01.
           move "D" to jor-operacao.
           perform rot-jn-rc01.
           move codigo-destino to rc01-codigo rc01-codigo-a.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           write reg-rc01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-rc01
           end-write.
           if erro not = 0
              move 0 to erro
              move registro-salvo to reg-rc01
              write reg-rc01 invalid key
                    continue
                    not invalid key
                    move "W" to jor-operacao
                    perform rot-jn-rc01
              end-write
              move "S" to flag-exc
              if exc-rc01-qtd < 50
              bx01-codigo not = codigo-origem
              go to lab-trf-05
           end-if.
           move reg-bx01 to jor-antes.
           move codigo-destino to bx01-codigo.
           rewrite reg-bx01 invalid key
                   move 1 to erro
              add 1 to qtd-excecoes
              go to lab-trf-05
           end-if.
           move "R" to jor-operacao.
           perform rot-jn-bx01.
           add 1 to qtd-bx01.
           go to lab-trf-03.
      *
           move codigo-origem to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move reg-ab01 to jor-antes
              move codigo-destino to ab01-codigo-novo
              move param-data to ab01-data-alt
              move param-usr to ab01-usuario
              move param-data to ab01-data
              rewrite reg-ab01 invalid key
                      move 1 to erro
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-ab01
              end-rewrite
           end-if.
           move 0 to erro.
