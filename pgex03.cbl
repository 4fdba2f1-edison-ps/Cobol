      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 EPS        *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGEX03".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 cab-const-sigla           pic x(04) value spaces.
          02 filler                    pic x(06) value ") de ".
          02 cab-const-data            pic x(08) value spaces.
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
           end-if.
       rot-converte-mc-fim.
           exit.
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
       copy rotgen.lib.
      *
              move 0 to erro
              go to lab-vrc-fim
           end-if.
           move reg-rc01 to jor-antes.
           move evento to rc01-evento.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           rewrite reg-rc01 invalid key
                   move 1 to erro
                   not invalid key
                   move "R" to jor-operacao
                   perform rot-jn-rc01
           end-rewrite.
           if erro not = 0
              move " Erro de regravacao - ARQRC01A.DAT - Tecle <Enter>"
              move 0 to erro
              go to lab-vre-fim
           end-if.
           move reg-re01 to jor-antes.
           move evento to re01-evento.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           rewrite reg-re01 invalid key
                   move 1 to erro
                   not invalid key
                   move "R" to jor-operacao
                   perform rot-jn-re01
           end-rewrite.
           if erro not = 0
              move " Erro de regravacao - ARQRE01A.DAT - Tecle <Enter>"
