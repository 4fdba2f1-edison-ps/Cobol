      *              relatorio de excecoes.                         *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                               15/10/26     v1.05            *
      *                               15/10/26     v1.06            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGDA02".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 filler                    pic x(16)
             value "Motivo.........:".
          02 cab-exc-motivo            pic x(40) value spaces.
      *
       01 campo-treino.
          02 trn-par-ativo             pic x(01) value "N".
          02 trn-par-destino           pic x(20) value spaces.
      *
      *    Data de processamento controlada (rotdtp01); a data
      *    do sistema fica guardada e volta na saida
      *
       01 campo-data-proc.
          02 dtp-par-data              pic 9(05) value 0.
          02 dtp-par-usr               pic x(10) value spaces.
          02 dtp-par-alteracao         pic 9(05) value 0.
       01 data-real                    pic 9(05) value 0.
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
       procedure division using param-menu.
      *
       lab-00.
           move param-data to data-real.
           call "rotdtp01" using campo-data-proc.
           cancel "rotdtp01".
           if dtp-par-data not = 0
              move dtp-par-data to param-data
           end-if.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
      *
       lab-fim.
           move data-real to param-data.
           exit program.
      *
      ************************
           write reg-imp from cab-exc after 1 line.
           add 1 to linha.
           move spaces to mensagem.
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
       copy rotgen.lib.
      *
              perform sec-retorno
              go to lab-fun-01
           end-if.
           call "rottrn01" using campo-treino.
           if trn-par-ativo = "S"
              move " Treinamento: remessa bloqueada - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-01
           end-if.
      *
       lab-fun-02.
           move 0 to dia-euro mes-euro ano-euro.
      *    marca "DA"+numero em rc01-doc-cob (a remessa de boleto
      *    pula titulo com doc-cob preenchido)
      *
           move reg-rc01 to jor-antes.
           move doc-cob-deb to rc01-doc-cob.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
                   display tela-limpa-cad
                   go to lab-rem-02
           end-rewrite.
           move "R" to jor-operacao.
           perform rot-jn-rc01.
           add 1 to rem-titulos.
           add rc01-valor to rem-valor-total.
           if linha > 56
              go to lab-ret-fim-arq
           end-if.
           perform rot-le-bx01-lock.
           move reg-bx01-1 to jor-antes.
           add 1 to bx01-ult-bx.
           move bx01-ult-bx to baixa.
           rewrite reg-bx01-1 invalid key
                   go to lab-ret-02
           end-rewrite.
           unlock arqbx01 records.
           move "R" to jor-operacao.
           perform rot-jn-bx01.
           move baixa to bx01-baixa.
           move rc01-codigo to bx01-codigo.
           move rc01-condicao to bx01-condicao.
           move param-data to bx01-data.
           move spaces to bx01-situacao bx01-motivo.
           move 0 to bx01-baixa-ref.
           move 0 to bx01-multa bx01-juros bx01-desconto.
           move 0 to bx01-recibo.
           move rc01-evento to bx01-evento.
           move rc01-emissao to bx01-emissao.
           else
              move 0 to bx01-ccusto
           end-if.
           if rc01-entidade numeric and rc01-entidade not = 0
              move rc01-entidade to bx01-entidade
           else
              move 1 to bx01-entidade
           end-if.
           move rc01-usuario to bx01-usuario-inc.
           write reg-bx01 invalid key
                 add 1 to ret-tot-exc
                 move " Erro de gravacao - ARQBX01A.DAT" to mensagem
                 perform rot-imprime-exc
                 go to lab-ret-02
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-bx01.
           delete arqrc01 invalid key
                  add 1 to ret-tot-exc
                  move " Erro de exclusao - ARQRC01A.DAT" to mensagem
                  perform rot-imprime-exc
                  go to lab-ret-02
           end-delete.
           move "D" to jor-operacao.
           perform rot-jn-rc01.
           add 1 to ret-tot-baixados.
           go to lab-ret-02.
      *
