      *  saida no livro caixa com operacao propria.                 *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGTF01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 det-res-descricao         pic x(26) value spaces.
          02 filler                    pic x(15) value spaces.
          02 det-res-valor             pic --.---.--9,99.
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
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
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
       rot-jn-cx01.
           move "ARQCX01A" to jor-arquivo.
           move cx01-chave to jor-chave.
           move 79 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-cx01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-cx01 to jor-depois
                    when other
                         move reg-cx01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       copy rotgen.lib.
      *
              move 0 to erro
              go to lab-apu-fim
           end-if.
           move reg-cx01-1 to jor-antes.
           add 1 to cx01-ult-lanc.
           move cx01-ult-lanc to lancamento.
           rewrite reg-cx01-1 invalid key
                   move 1 to erro
                   not invalid key
                   move "R" to jor-operacao
                   perform rot-jn-cx01
           end-rewrite.
           move 0 to erro.
           move lancamento to cx01-lancamento.
           move param-usr to cx01-usuario.
           move param-data to cx01-data.
           move 0 to cx01-ccusto.
           move cx01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to cx01-entidade.
           write reg-cx01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-cx01
           end-write.
           move 0 to erro.
           move "Tarifa lancada como saida no livro caixa" to
