      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 EPS        *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGAB0D".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 cab-mudanca               pic x(10) value spaces.
          02 filler                    pic x(06) value spaces.
          02 cab-atraso                pic zzzz9 value 0.
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
           go to rot-apura-atraso-1.
       rot-apura-atraso-fim.
           exit.
      *
      *    Diario de atualizacoes (rotjn01): imagem antes em
      *    jor-antes (regravacao), operacao em jor-operacao
      *
       rot-jornal.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           call "rotjn01" using campo-jornal.
           move spaces to jor-antes jor-depois.
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
           move ab01-codigo to codigo-aux.
           perform rot-apura-atraso.
           if ab01-situacao = 1 and flag-vencido = "S"
              move reg-ab01 to jor-antes
              move 5 to ab01-situacao
              move param-data to ab01-data-alt
              move param-usr to ab01-usuario
              if erro not = 0
                 go to lab-atu-02
              end-if
              move "R" to jor-operacao
              perform rot-jn-ab01
              add 1 to tot-suspensos
              move "SUSPENSO" to cab-mudanca
              perform rot-imprime-linha
              go to lab-atu-01
           end-if.
           if ab01-situacao = 5 and flag-aberto = "N"
              move reg-ab01 to jor-antes
              move 1 to ab01-situacao
              move param-data to ab01-data-alt
              move 0 to ab01-data-exc
              if erro not = 0
                 go to lab-atu-02
              end-if
              move "R" to jor-operacao
              perform rot-jn-ab01
              add 1 to tot-reativados
              move "REATIVADO" to cab-mudanca
              perform rot-imprime-linha
