      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGET01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 filler                    pic x(14) value
             "Prazo vencido:".
          02 cab-tot-prazo             pic zzzz9 value 0.
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
              perform rot-keypress
              display tela-limpa-cad
           end-if.
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
              move et01-codigo to ab01-codigo
              perform rot-le-ab01
              if erro = 0
                 move reg-ab01 to jor-antes
                 if resultado = "S"
                    move 5 to ab01-situacao
                 else
                 move param-data to ab01-data
                 rewrite reg-ab01 invalid key
                         move 1 to erro
                         not invalid key
                         move "R" to jor-operacao
                         perform rot-jn-ab01
                 end-rewrite
              end-if
              move 0 to erro
