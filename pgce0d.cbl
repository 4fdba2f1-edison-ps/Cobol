      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.02 EPS        *
      *  Data da ultima alteracao:    15/10/26     v1.03 EPS        *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCE0D".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 cab-exc-qtde              pic zzzz9 value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-exc-valor             pic zz.zzz.zzz.zz9,99.
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
       copy wstab01.lib.
      *
       linkage section.
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
              write reg-imp from cab-exc-tit after 1 line
              write reg-imp from tracos after 1 line
           end-if.
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
           move spaces to rc01-moeda rc01-evento.
           move spaces to rc01-carne.
           move 0 to rc01-valor-moeda rc01-ccusto.
           move rc01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to rc01-entidade.
           write reg-rc01 invalid key
                 move " Erro de gravacao - ARQRC01A.DAT - Tecle <Enter>"
                 to mensagem
                 display tela-limpa-cad
                 move 1 to erro
                 go to lab-fat-fim
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-rc01
           end-write.
           add 1 to tot-titulos.
           add fat-valor(fat-idx) to tot-valor.
