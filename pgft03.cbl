      *                                                             *
      *  Data da ultima alteracao:    02/02/96     v1.00            *
      *  Data da ultima alteracao:    02/09/26     v1.01 EPS        *
      *                               15/10/26     v1.02   FAIXA    *
      *                               15/10/26     v1.03   ISENCAO  *
      *                               15/10/26     v1.04   ENTIDADE *
      *                               15/10/26     v1.05   DATAPROC *
      *                               15/10/26     v1.06   DIARIO   *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGFT03".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 impress                      pic x(12) value spaces.
       01 imp-status                   pic x(02) value "00".
       01 valor-redef redefines valor.
          02 valor-inteiro             pic 9(11).
          02 valor-decimal             pic 9(02).
      *
      *    Valor sugerido: faixa de contribuicao do associado pela
      *    receita declarada no exercicio vigente (rotdr01)
      *
       01 valor-sugerido               pic 9(11)v9(02) value 0.
      *
       01 campo-faixa.
          02 dr-par-opcao              pic x(01) value spaces.
          02 dr-par-codigo             pic 9(05) value 0.
          02 dr-par-exercicio          pic 9(02) value 0.
          02 dr-par-faixa              pic 9(03) value 0.
          02 dr-par-valor              pic 9(07)v9(02) value 0.
          02 dr-par-declarou           pic x(01) value spaces.
          02 dr-par-achou              pic x(01) value spaces.
          02 dr-par-usuario            pic x(10) value spaces.
          02 dr-par-data               pic 9(06) value 0.
      *
      *    Isencao aprovada do associado na data da emissao
      *    (rotis01): abatida do valor sugerido; com 100% nao se
      *    gera titulo. Gravado o titulo com o valor sugerido, o
      *    valor dispensado fica registrado p/ a relacao mensal
      *
       01 valor-isento                 pic 9(11)v9(02) value 0.
       01 percentual-isencao           pic zz9,99.
      *
       01 campo-isencao.
          02 is-par-opcao              pic x(01) value spaces.
          02 is-par-codigo             pic 9(05) value 0.
          02 is-par-data               pic 9(06) value 0.
          02 is-par-seq                pic 9(03) value 0.
          02 is-par-tipo               pic x(01) value spaces.
          02 is-par-percentual         pic 9(03)v9(02) value 0.
          02 is-par-fim                pic 9(06) value 0.
          02 is-par-achou              pic x(01) value spaces.
          02 is-par-documento          pic x(10) value spaces.
          02 is-par-valor-cheio        pic 9(11)v9(02) value 0.
          02 is-par-valor-isento       pic 9(11)v9(02) value 0.
          02 is-par-programa           pic x(08) value spaces.
          02 is-par-usuario            pic x(10) value spaces.
          02 is-par-data-mov           pic 9(06) value 0.
      * 
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 rotina-sombra-cod         pic x(01) value spaces.
          02 rotina-codigo-cod         pic 9(05) value 0.
          02 rotina-condicao-cod       pic x(01) value spaces.
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
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           move data-real to param-data.
           exit program.
      *
      ************************
           move obs to rc01-obs.
           move portador to rc01-portador.
           move operacao to rc01-operacao.
           move rc01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to rc01-entidade.
           move emissao to rc01-emissao.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       err-isento.
           move is-par-fim to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move spaces to mensagem.
           string " Associado isento ate " data-disp
                  " - Tecle <Enter>" delimited by size
                  into mensagem
           end-string.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       msg-isencao.
           move is-par-percentual to percentual-isencao.
           move spaces to mensagem.
           string "Isencao de " percentual-isencao
                  "% abatida do valor - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       msg-documento-g.
           move "Documento gravado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
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
              go to lab-rat-01-1
           end-if.
           display tela-limpa-cad.
           move 0 to valor-sugerido.
           move "C" to dr-par-opcao.
           move codigo to dr-par-codigo.
           call "rotdr01" using campo-faixa.
           if dr-par-achou = "S"
              move dr-par-valor to valor-sugerido
           end-if.
           move 0 to valor-isento.
           move "C" to is-par-opcao.
           move codigo to is-par-codigo.
           move emissao to is-par-data.
           call "rotis01" using campo-isencao.
           if is-par-achou = "S"
              if is-par-percentual not < 100
                 perform err-isento
                 go to lab-rat-01-1
              end-if
              move valor-sugerido to is-par-valor-cheio
              compute valor-isento rounded =
                      valor-sugerido * is-par-percentual / 100
              subtract valor-isento from valor-sugerido
              perform msg-isencao
           end-if.
      *
       lab-rat-02.
           move 0 to vencimento.
           end-if.
      *
       lab-rat-03.
           move valor-sugerido to valor-aux.
           perform lmp-valor.
           perform acc-valor.
           if escape-key = 1
              perform rot-erro-leitura-rc01
              go to lab-rat-fim
           end-if.
           move reg-rc01-1 to jor-antes.
           add 1 to rc01-ult-fat.
           rewrite reg-rc01-1 invalid key
                   move 1 to erro
                   go to lab-rat-fim
           end-rewrite.
           unlock arqrc01 record.
           move "R" to jor-operacao.
           perform rot-jn-rc01.
           perform rot-move-rc01.
           write reg-rc01 invalid key
                 move 1 to erro
                 go to lab-rat-fim
           end-write.
           unlock arqrc01 record.
           move "W" to jor-operacao.
           perform rot-jn-rc01.
           if is-par-achou = "S" and valor-isento not = 0 and
              valor = valor-sugerido
              move valor-isento to is-par-valor-isento
              move rc01-documento to is-par-documento
              move "PGFT03" to is-par-programa
              move param-usr to is-par-usuario
              move param-data to is-par-data-mov
              move "G" to is-par-opcao
              call "rotis01" using campo-isencao
           end-if.
           perform msg-documento-g.
           perform lmp-emissao thru lmp-obs.
           go to lab-rat-01.
      *
       lab-rat-fim.
           move "F" to dr-par-opcao.
           call "rotdr01" using campo-faixa.
           cancel "rotdr01".
           move "F" to is-par-opcao.
           call "rotis01" using campo-isencao.
           cancel "rotis01".
           perform rot-close-ab01.
           perform rot-close-rc01.
           perform rot-close-tabl.
