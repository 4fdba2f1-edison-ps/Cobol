      *                               02/09/26     v1.01   MOTV-DES *
      *                               02/09/26     v1.02            *
      *                               02/09/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGAB01".
          02 cb-versao                 pic x(06) value "v1.04 ".
      *
       01 limpa                        pic x(40) value spaces.
       01 limpa-03                     pic x(03) value spaces.
       01 campo-ajuda.
          02 hl-par-programa           pic x(08) value "PGAB01".
          02 hl-par-campo              pic x(10) value spaces.
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
                                  by value box-col-f
                                  by value box-lin-f
                                  by reference buffer1.
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
                 display tela-limpa
                 go to lab-inc-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-ab01.
           display tela-06.
           move 0 to campo-kbd.
           perform rot-keypress.
                      until resposta = "I" or "C" or escape-key = 1
              display tela-limpa-cad
              if resposta = "I"
                 move reg-ab01 to jor-antes
                 move 5 to ab01-situacao
                 move param-data to ab01-data-alt
                 move param-usr to ab01-usuario
                 rewrite reg-ab01 invalid key
                         continue
                 end-rewrite
                 move "R" to jor-operacao
                 perform rot-jn-ab01
                 move "Associado inativado (situacao 5) - Tecle <Enter>
      -          "" to mensagem
                 display tela-mensagem-cad
                  display tela-limpa
                  go to lab-exc-fim
           end-delete.
           move "D" to jor-operacao.
           perform rot-jn-ab01.
           move "Registro excluido - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
                 go to lab-alt-23
              end-if
           end-if.
           move reg-ab01 to jor-antes.
           perform rot-move-ab01.
           rewrite reg-ab01 invalid key 
                   move 1 to erro
                   display tela-limpa
                   go to lab-alt-fim
           end-rewrite.
           move "R" to jor-operacao.
           perform rot-jn-ab01.
           if ab01-condicao = "A"
              perform rot-rewrite-ab02
           end-if.
