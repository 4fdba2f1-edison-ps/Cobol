      *               telefone, p/ a equipe correr atras.           *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGDV01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 cab-devolucao             pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-motivo                pic 9(03) value 0.
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
       copy wstab01.lib.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
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
           end-if.
           display tela-limpa-cad.
           if arquivo = "A"
              move reg-ab01 to jor-antes
              move "D" to ab01-end-status
              move param-data to ab01-dev-data
              move motivo to ab01-dev-motivo
              move param-data to ab01-data
              rewrite reg-ab01 invalid key
                      move 1 to erro
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-ab01
              end-rewrite
           else
              move "D" to cd01-end-status
