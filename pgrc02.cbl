      *                               07/10/95     v1.01   DOC-COB  *
      *                               02/09/26     v1.02   C.CUSTO  *
      *                               02/09/26     v1.03   CREDITO  *
      *                               15/10/26     v1.04   DESCONTO *
      *                               15/10/26     v1.05   ENTIDADE *
      *                               15/10/26     v1.06   SEGREG   *
      *                               15/10/26     v1.07   DIARIO   *
      *                               15/10/26     v1.08   RESUMO   *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRC02".
          02 cb-versao                 pic x(06) value "v1.08 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 taxa-juros-x                 pic x(05) value zeros.
       01 taxa-juros redefines taxa-juros-x pic 9(01)v9(04).
      *
      *    Desconto por pagamento antecipado: regra da operacao
      *    (tabela tipo 38, via rotdc01), concedido quando a
      *    liquidacao cai ate a data limite e o valor pago cobre o
      *    titulo menos o desconto
      *
       01 desconto                     pic 9(09)v9(02) value 0.
      *
       01 campo-desconto.
          02 dc-par-opcao              pic x(01) value spaces.
          02 dc-par-operacao           pic 9(03) value 0.
          02 dc-par-vencimento         pic 9(06) value 0.
          02 dc-par-valor              pic 9(11)v9(02) value 0.
          02 dc-par-pagamento          pic 9(06) value 0.
          02 dc-par-percentual         pic 9(02)v9(02) value 0.
          02 dc-par-dias               pic 9(03) value 0.
          02 dc-par-conta              pic 9(05) value 0.
          02 dc-par-limite             pic 9(06) value 0.
          02 dc-par-desconto           pic 9(09)v9(02) value 0.
          02 dc-par-achou              pic x(01) value spaces.
          02 dc-par-aplica             pic x(01) value spaces.
      *
      *
      *    Consulta ao fechamento de competencia (rotfc01)
      *
          02 msg-juros                 pic zzz.zz9,99.
          02 filler                    pic x(18) value
             "  - Aplica (S)(N)?".
      *
       01 msg-desconto.
          02 filler                    pic x(23) value
             "Desconto antecipacao: ".
          02 msg-desc-valor            pic zzz.zz9,99.
          02 filler                    pic x(18) value
             "  - Aplica (S)(N)?".
      *    Excesso de pagamento vira credito do associado no
      *    conta-corrente de creditos (arqcr01, via rotcr01)
      *
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
           move 0 to bx01-baixa-ref.
           move multa to bx01-multa.
           move juros to bx01-juros.
           move desconto to bx01-desconto.
           move 0 to bx01-recibo.
           if flag-rc01 = "S"
              move rc01-evento to bx01-evento
              move 0 to bx01-emissao
              move 0 to bx01-ccusto
           end-if.
           if flag-rc01 = "S" and rc01-entidade numeric
                              and rc01-entidade not = 0
              move rc01-entidade to bx01-entidade
           else
              move operacao to ent-par-operacao
              perform rot-entidade-operacao
              move ent-par-entidade to bx01-entidade
           end-if.
      *
       rot-move-campos-bx01.
           move bx01-baixa to baixa.
           move bx01-portador to portador.
           move bx01-operacao to operacao.
           move bx01-valor-pago to valor-pago valor-pago-disp valor-aux.
           if bx01-desconto numeric
              move bx01-desconto to desconto
           else
              move 0 to desconto
           end-if.
           move bx01-liquidacao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
                   valor * taxa-juros * dias-atraso / 100.
       rot-calcula-encargos-fim.
           exit.
      *
      *    Desconto por antecipacao do titulo corrente: integral
      *    quando o valor pago e o proprio valor do titulo, ou a
      *    diferenca quando ja foi pago o valor com desconto.
      *    Titulo indexado fica de fora (valor devido pela cotacao)
      *
       rot-calcula-desconto.
           move 0 to desconto.
           if flag-rc01 not = "S" or rc01-moeda not = spaces
              go to rot-calcula-desconto-fim
           end-if.
           move "C" to dc-par-opcao.
           move operacao to dc-par-operacao.
           move vencimento to dc-par-vencimento.
           move valor to dc-par-valor.
           move liquidacao to dc-par-pagamento.
           call "rotdc01" using campo-desconto.
           if dc-par-aplica not = "S"
              go to rot-calcula-desconto-fim
           end-if.
           if valor-pago = valor
              move dc-par-desconto to desconto
           else
              if valor-pago < valor and
                 valor-pago + dc-par-desconto not < valor
                 compute desconto = valor - valor-pago
              end-if
           end-if.
      *
       rot-calcula-desconto-fim.
           exit.
      *
       rot-parcial.
           move " Baixa parcial - gera titulo residual (S) (N) ?" to
       rot-gera-residual.
           move 0 to erro.
           compute valor-residual = rc01-valor - valor-pago.
           move reg-rc01 to jor-antes.
           move baixa to doc-residual-num.
           move "P" to rc01-situacao.
           move doc-residual to rc01-doc-sucessor.
              display tela-limpa
              go to rot-gera-residual-fim
           end-if.
           move "R" to jor-operacao.
           perform rot-jn-rc01.
           move doc-residual to rc01-documento rc01-documento-a.
           move valor-residual to rc01-valor.
           move spaces to rc01-situacao rc01-doc-sucessor rc01-doc-cob.
              display tela-erro
              perform rot-keypress
              display tela-limpa
           else
              move "W" to jor-operacao
              perform rot-jn-rc01
           end-if.
       rot-gera-residual-fim.
           exit.
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
           display tela-limpa-cad.
      *
       lab-bx-07-01.
           if flag-rc01 = "S"
              move rc01-entidade to ent-par-entidade
           else
              move operacao to ent-par-operacao
              perform rot-entidade-operacao
           end-if.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              display tela-limpa
              go to lab-bx-01
           end-if.
           move valor to valor-aux.
           perform lmp-valor-pago.
           perform acc-valor-pago.
                 end-if
              end-if
           end-if.
           move 0 to desconto.
           if flag-rc01 = "S" and multa + juros = 0
              perform rot-calcula-desconto thru
                      rot-calcula-desconto-fim
              if desconto > 0
                 move desconto to msg-desc-valor
                 move msg-desconto to mensagem
                 display tela-erro-cad
                 move spaces to resposta
                 perform accept-resposta-cad
                         until resposta = "S" or "N" or escape-key = 1
                 display tela-limpa-cad
                 if resposta = "S"
                    if valor-pago = valor
                       subtract desconto from valor-pago
                       move valor-pago to valor-pago-disp
                       perform dsp-valor-pago
                    end-if
                    move "N" to flag-parcial
                 else
                    move 0 to desconto
                 end-if
              end-if
           end-if.
           move "Baixar (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
      *
              go to lab-bx-fim
           end-if.
           perform rot-le-bx01-lock.
           move reg-bx01-1 to jor-antes.
           add 1 to bx01-ult-bx.
           move bx01-ult-bx to baixa.
           rewrite reg-bx01-1 invalid key 
                   go to lab-bx-fim
           end-rewrite.
           unlock arqbx01 records.
           move "R" to jor-operacao.
           perform rot-jn-bx01.
           perform rot-move-bx01.
           if flag-rc01 = "S"
              move rc01-usuario to bx01-usuario-inc
           else
              move param-usr to bx01-usuario-inc
           end-if.
           write reg-bx01 invalid key 
                 move 1 to erro
                 move " Erro de gravacao - ARQBX01A.DAT - Tecle <Enter>"
                 display tela-limpa
                 go to lab-bx-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-bx01.
           if flag-rc01 = "S"
              if flag-parcial = "S"
                 perform rot-gera-residual
                        display tela-limpa
                        go to lab-bx-fim
                 end-delete
                 move "D" to jor-operacao
                 perform rot-jn-rc01
              end-if
           end-if.
      *
           go to lab-bx-01.
      *
       lab-bx-fim.
           move "F" to dc-par-opcao.
           call "rotdc01" using campo-desconto.
           cancel "rotdc01".
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-rc01.
           move dias-corr to liquidacao.
           move "N" to flag-parcial.
           perform rot-calcula-encargos.
           move 0 to desconto.
           if valor-pago < valor
              perform rot-calcula-desconto thru
                      rot-calcula-desconto-fim
           end-if.
           if valor-pago > valor + multa + juros
              add 1 to cnab-tot-exc
              move " Valor pago maior que titulo + encargos" to
              perform rot-imprime-cnab-exc
              go to lab-imp-cnab-03
           end-if.
           if desconto > 0
              move 0 to multa juros
           else
              if valor-pago < valor
                 move "S" to flag-parcial
                 move 0 to multa juros
              else
                 compute excesso = valor-pago - valor
                 if excesso < multa
                    move excesso to multa
                    move 0 to juros
                 else
                    compute juros = excesso - multa
                 end-if
              end-if
           end-if.
           move high-values to bx01-controle.
              go to lab-imp-cnab-fim-arq
           end-if.
           perform rot-le-bx01-lock.
           move reg-bx01-1 to jor-antes.
           add 1 to bx01-ult-bx.
           move bx01-ult-bx to baixa.
           rewrite reg-bx01-1 invalid key
                   go to lab-imp-cnab-03
           end-rewrite.
           unlock arqbx01 records.
           move "R" to jor-operacao.
           perform rot-jn-bx01.
           perform rot-move-bx01.
           if flag-rc01 = "S"
              move rc01-usuario to bx01-usuario-inc
           else
              move param-usr to bx01-usuario-inc
           end-if.
           write reg-bx01 invalid key
                 add 1 to cnab-tot-exc
                 move " Erro de gravacao - ARQBX01A.DAT" to mensagem
                 perform rot-imprime-cnab-exc
                 go to lab-imp-cnab-03
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-bx01.
           if flag-parcial = "S"
              perform rot-gera-residual
              if erro not = 0
                     perform rot-imprime-cnab-exc
                     go to lab-imp-cnab-03
              end-delete
              move "D" to jor-operacao
              perform rot-jn-rc01
           end-if.
           add 1 to cnab-tot-baixados.
           go to lab-imp-cnab-03.
                 go to lab-alt-06
              end-if
           end-if.
           move reg-bx01 to jor-antes.
           perform rot-move-bx01.
           rewrite reg-bx01 invalid key 
                   move 1 to erro
                   display tela-limpa
                   go to lab-alt-fim
           end-rewrite.
           move "R" to jor-operacao.
           perform rot-jn-bx01.
           move "Registro alterado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
