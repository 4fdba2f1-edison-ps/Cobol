      *  aqui automaticamente via rotcr01.                         *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCR01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 filler                    pic x(22) value
             "Saldo de creditos...:".
          02 cab-saldo-val             pic --.---.---.--9,99.
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
              display tela-limpa-cad
              move 1 to erro
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
           move param-data to re01-data.
           move spaces to re01-doc-pai re01-evento re01-aprovado.
           move 0 to re01-parcela re01-qtd-parcelas re01-ccusto.
           move re01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to re01-entidade.
           write reg-re01 invalid key
                 move " Erro de gravacao - ARQRE01A.DAT - Tecle <Enter>
      -         "" to mensagem
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-rmb-fim
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-re01
           end-write.
           move "D" to crd-par-tipo.
           move "R" to crd-par-origem.
