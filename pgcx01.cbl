      *                  "F" no ARQCX01).                           *
      *                                                             *
      *  Os lancamentos entram na exportacao contabil mensal do     *
      *  PGCT01 junto com as baixas. Cada lancamento leva a         *
      *  entidade da operacao; o fechamento subtotaliza por         *
      *  entidade.                                                  *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               02/09/26     v1.01   C.CUSTO  *
      *                               15/10/26     v1.02   ENTIDADE *
      *                               15/10/26     v1.03   DIARIO   *
      *                               15/10/26     v1.04   RESUMO   *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCX01".
          02 cb-versao                 pic x(06) value "v1.04 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
          02 filler                    pic x(20) value
             "Saldo do dia.......:".
          02 cab-saldo-dia-val         pic zz.zzz.zzz.zz9,99-.
      *
       01 cab-fecho-entidade.
          02 filler                    pic x(09) value "Entidade ".
          02 cab-fent-codigo           pic 9(01) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-fent-nome             pic x(20) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-fent-entradas         pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-fent-saidas           pic zz.zzz.zzz.zz9,99.
      *
      *    Movimento do dia por entidade (caixa fisico e um so)
      *
       01 tab-caixa-entidade.
          02 cxe-item                  occurs 9.
             03 cxe-entradas           pic 9(11)v9(02).
             03 cxe-saidas             pic 9(11)v9(02).
       01 cxe-idx                      pic 9(02) comp-5 value 0.
      *
       01 campo-rotina.
          02 rotina-col                pic 9(02) value 0.
          02 rotina-sombra             pic x(01) value spaces.
          02 rotina-tipo               pic 9(02) value 0.
          02 rotina-codigo             pic 9(03) value 0.
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
                 move high-values to cx01-controle
                 move 0 to cx01-ult-lanc
                 write reg-cx01-1
                 move "W" to jor-operacao
                 perform rot-jn-cx01
                 close arqcx01
                 open i-o arqcx01
              end-if
           go to rot-apura-dia-1.
       rot-apura-dia-fim.
           exit.
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
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
           display tela-limpa-cad.
           move operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              go to lab-lan-02
           end-if.
      *
      *    Centro de custo (tabela tipo 27); zero = sem rateio
      *
              go to lab-lan-fim
           end-if.
           perform rot-le-cx01-lock.
           move reg-cx01-1 to jor-antes.
           add 1 to cx01-ult-lanc.
           move cx01-ult-lanc to lancamento.
           rewrite reg-cx01-1 invalid key
                   go to lab-lan-fim
           end-rewrite.
           unlock arqcx01 records.
           move "R" to jor-operacao.
           perform rot-jn-cx01.
           move lancamento to cx01-lancamento.
           move data-mov-corr to cx01-data-mov.
           move tipo-mov to cx01-tipo.
           move param-usr to cx01-usuario.
           move param-data to cx01-data.
           move ccusto to cx01-ccusto.
           move operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to cx01-entidade.
           write reg-cx01 invalid key
                 move " Erro de gravacao - ARQCX01A.DAT - Tecle <Enter>"
                 to mensagem
                 display tela-limpa-cad
                 go to lab-lan-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-cx01.
           move "Lancamento gravado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           write reg-imp from cab-saldo-ant after 1 line.
           write reg-imp from tracos after 1 line.
           add 3 to linha.
           initialize tab-caixa-entidade.
           move low-values to cx01-chave.
           start arqcx01 key is not less cx01-chave.
      *
           end-if.
           move cx01-lancamento to cab-lancamento.
           move cx01-tipo to cab-tipo.
           move cx01-entidade to cxe-idx.
           if cxe-idx = 0
              move 1 to cxe-idx
           end-if.
           if cx01-tipo = "E"
              add cx01-valor to cxe-entradas (cxe-idx)
           else
              add cx01-valor to cxe-saidas (cxe-idx)
           end-if.
           move cx01-operacao to cab-operacao.
           move cx01-historico to cab-historico.
           if cx01-tipo = "E"
           write reg-imp from cab-fecho after 1 line.
           move saldo-dia to cab-saldo-dia-val.
           write reg-imp from cab-saldo-dia after 1 line.
           write reg-imp from spaces after 1 line.
           move 1 to cxe-idx.
           perform rot-imprime-entidade thru rot-imprime-entidade-fim.
           write reg-imp from spaces after page.
           perform rot-close-imp.
      *
              go to lab-fch-fim
           end-if.
           perform rot-le-cx01-lock.
           move reg-cx01-1 to jor-antes.
           add 1 to cx01-ult-lanc.
           move cx01-ult-lanc to lancamento.
           rewrite reg-cx01-1 invalid key
                   go to lab-fch-fim
           end-rewrite.
           unlock arqcx01 records.
           move "R" to jor-operacao.
           perform rot-jn-cx01.
           move lancamento to cx01-lancamento.
           move data-mov-corr to cx01-data-mov.
           move "F" to cx01-tipo.
           move saldo-dia to cx01-valor.
           move param-usr to cx01-usuario.
           move param-data to cx01-data.
           move 0 to cx01-entidade.
           write reg-cx01 invalid key
                 move " Erro de gravacao - ARQCX01A.DAT - Tecle <Enter>"
                 to mensagem
                 display tela-limpa-cad
                 go to lab-fch-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-cx01.
           move "Dia fechado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Subtotal do dia por entidade (so as que tiveram movimento)
      *
       rot-imprime-entidade.
           if cxe-idx > 9
              go to rot-imprime-entidade-fim
           end-if.
           if cxe-entradas (cxe-idx) = 0 and cxe-saidas (cxe-idx) = 0
              add 1 to cxe-idx
              go to rot-imprime-entidade
           end-if.
           move "N" to ent-par-opcao.
           move cxe-idx to ent-par-entidade cab-fent-codigo.
           call "rotent01" using campo-entidade.
           move ent-par-nome to cab-fent-nome.
           move cxe-entradas (cxe-idx) to cab-fent-entradas.
           move cxe-saidas (cxe-idx) to cab-fent-saidas.
           write reg-imp from cab-fecho-entidade after 1 line.
           add 1 to cxe-idx.
           go to rot-imprime-entidade.
       rot-imprime-entidade-fim.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
