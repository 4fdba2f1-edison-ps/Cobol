      *                                                             *
      *  Data da ultima alteracao:    14/12/95     v1.00            *
      *                               02/09/26     v1.01   C.CUSTO  *
      *                               15/10/26     v1.02   CNAB240  *
      *                               15/10/26     v1.03   APROVAC  *
      *                               15/10/26     v1.04   ENTIDADE *
      *                               15/10/26     v1.05   DIARIO   *
      *                               15/10/26     v1.06   RESUMO   *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRE01".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 rotina-sombra-cod         pic x(01) value spaces.
          02 rotina-codigo-cod         pic 9(05) value 0.
          02 rotina-condicao-cod       pic x(01) value spaces.
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
           move obs to re01-obs.
           move portador to re01-portador.
           move operacao to re01-operacao.
           move operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to re01-entidade.
           move ccusto to re01-ccusto.
           move emissao to re01-emissao
           move param-usr to re01-usuario.
           move obs to re01-obs.
           move portador to re01-portador.
           move operacao to re01-operacao.
           move operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to re01-entidade.
           move emissao to re01-emissao.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           move num-parcelas to re01-qtd-parcelas.
           move aprovado to re01-aprovado.
           move spaces to re01-evento.
           move spaces to re01-cod-barras re01-pgto-sit.
           move 0 to re01-bordero re01-remessa.
      *
       rot-move-campos.
           move re01-codigo to codigo.
                 move high-values to re01-controle
                 move 0 to re01-ult-fat
                 write reg-re01-1
                 move "W" to jor-operacao
                 perform rot-jn-re01
               else
                  move "A" to re01-stat
               end-if
           call "rotab01" using param-menu campo-rotina-cod.
           cancel "rotab01".
           perform rot-open-ab01.
      *
      *    Entidade dona da operacao em ent-par-operacao (rotent01)
      *
       rot-entidade-operacao.
           move "O" to ent-par-opcao.
           call "rotent01" using campo-entidade.
      *
      *    Acesso do usuario a entidade em ent-par-entidade
      *
       rot-entidade-usuario.
           move "U" to ent-par-opcao.
           move param-usr to ent-par-usr.
           move param-prioridade to ent-par-prioridade.
           call "rotent01" using campo-entidade.
      *
       rot-erro-entidade.
           move " Usuario sem acesso a entidade - Tecle <Enter>"
                to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
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
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
           move operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              go to lab-inc-07
           end-if.
           display tela-limpa-cad.
      *
       lab-inc-08.
           move spaces to re01-doc-pai.
           move 0 to re01-parcela re01-qtd-parcelas.
           move spaces to re01-evento.
           move spaces to re01-cod-barras re01-pgto-sit.
           move 0 to re01-bordero re01-remessa.
           write reg-re01 invalid key 
                 move 1 to erro
                 move " Erro de gravacao - ARQRE01A.DAT - Tecle <Enter>"
                 display tela-limpa
                 go to lab-inc-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-re01.
           display tela-06.
           perform rot-keypress.
           perform lmp-condicao thru lmp-emissao.
                 display tela-limpa
                 go to lab-inc-01-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-re01.
           add 1 to cont-parcelas.
           add 1 to parc-idx.
           go to lab-inc-01-01.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
           move operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              go to lab-alt-04
           end-if.
           display tela-limpa-cad.
      *
       lab-alt-05.
           end-if.
      *
       lab-alt-05-1.
           if valor not = re01-valor and aprovado not = spaces
              move spaces to aprovado
              perform dsp-aprovado
              move " Valor alterado - titulo volta p/ aprovacao - Tecle
      -       "<Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
      *
       lab-alt-06.
           move "Alterar (S) (N) ?" to mensagem.
              perform rot-erro-fechamento
              go to lab-alt-fim
           end-if.
           move reg-re01 to jor-antes.
           perform rot-move-re01.
           rewrite reg-re01 invalid key 
                   move 1 to erro
                   display tela-limpa
                   go to lab-alt-fim
           end-rewrite.
           move "R" to jor-operacao.
           perform rot-jn-re01.
           move "Registro alterado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
