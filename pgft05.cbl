      *  Documento de Cobranca:                                     *
      *                                                             *
      *  Data da ultima alteracao:    07/10/95     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGFT05".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-06                     pic x(06) value spaces.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
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
                   display tela-erro
                   perform rot-keypress
                   display tela-limpa
                   not invalid key
                   move "R" to jor-operacao
                   perform rot-jn-rc01
           end-rewrite.
      *
       err-doc-maior.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
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
           end-if.
           perform rot-ponteiro.
           perform rot-le-rc01-lock.
           move reg-rc01 to jor-antes.
           if rc01-doc-cob = spaces or "AUTO"
              move sele-doc-cob-i to rc01-doc-cob
              perform rot-rewrite
              perform rot-erro-leitura-rc01
              go to lab-ree-fim
           end-if.
           move reg-rc01 to jor-antes.
           move "C" to rc01-situacao.
           move ree-doc-novo to rc01-doc-sucessor.
           perform rot-rewrite.
                 perform rot-keypress
                 display tela-limpa
                 go to lab-ree-fim
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-rc01
           end-write.
           perform msg-documento-g.
           perform lmp-ree-doc-velho thru lmp-ree-codigo.
