      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               02/09/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                                                             *
      ***************************************************************
      *
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGFT08".
          02 cb-versao                 pic x(06) value "v1.04 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
             03 car-vencimento         pic 9(06).
             03 car-valor              pic 9(11)v9(02).
             03 car-portador           pic 9(03).
             03 car-operacao           pic 9(03).
       01 car-salva.
          02 car-s-documento           pic x(10).
          02 car-s-vencimento          pic 9(06).
          02 car-s-valor               pic 9(11)v9(02).
          02 car-s-portador            pic 9(03).
          02 car-s-operacao            pic 9(03).
      *
       01 grupo-codigo                 pic 9(05) value 0.
       01 grupo-condicao               pic x(01) value spaces.
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(11) value "Nosso Nro.:".
          02 cab-pp-codigo             pic 9(06) value 0.
      *
      *
      *    Instrucao de desconto por antecipacao da parcela (regra
      *    da operacao na tabela tipo 38, via rotdc01)
      *
       01 cab-pp-06.
          02 filler                    pic x(11) value "Instrucao.:".
          02 cab-pp-desconto           pic x(50) value spaces.
      *
       01 linha-desconto.
          02 filler                    pic x(04) value "ATE ".
          02 desc-limite               pic x(08) value spaces.
          02 filler                    pic x(16) value
             " DESCONTO DE R$ ".
          02 desc-valor                pic zzz.zzz.zz9,99.
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
       01 cab-pp-05.
          02 filler                    pic x(03) value spaces.
          02 da01-ext                  pic x(03) value "DAT".
      *
       01 flag-da01-arq                pic x(01) value "N".
      *
       01 campo-treino.
          02 trn-par-ativo             pic x(01) value "N".
          02 trn-par-destino           pic x(20) value spaces.
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
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
           move "F" to dc-par-opcao.
           call "rotdc01" using campo-desconto.
           cancel "rotdc01".
      *
       lab-fim.
           exit program.
           move rc01-vencimento to car-vencimento(car-qtd).
           move rc01-valor to car-valor(car-qtd).
           move rc01-portador to car-portador(car-qtd).
           move rc01-operacao to car-operacao(car-qtd).
           move car-qtd to car-i.
       rot-poe-parcela-1.
           if car-i < 2
           end-if.
       rot-checa-ativo-fim.
           exit.
      *
      *
      *    Instrucao de desconto da parcela corrente (car-salva):
      *    data limite e valor do desconto, em branco sem regra
      *
       rot-desconto.
           move spaces to cab-pp-desconto.
           move "C" to dc-par-opcao.
           move car-s-operacao to dc-par-operacao.
           move car-s-vencimento to dc-par-vencimento.
           move car-s-valor to dc-par-valor.
           move 0 to dc-par-pagamento.
           call "rotdc01" using campo-desconto.
           if dc-par-achou = "S" and dc-par-limite not = 0
              move dc-par-limite to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to desc-limite
              move dc-par-desconto to desc-valor
              move linha-desconto to cab-pp-desconto
           end-if.
      *
       rot-fator-vencimento.
           compute fator-calc = car-s-vencimento -
              move 2 to vdf-peso
           end-if.
           subtract 1 from vdf-i.
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
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           call "rottrn01" using campo-treino.
           if trn-par-ativo = "S"
              move " Treinamento: impressao bloqueada - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-01
           end-if.
      *
       lab-fun-02.
           if funcao = "B"
           move ab01-razao-social-a to cab-pp-razao.
           move car-s-documento to cab-pp-documento.
           move grupo-codigo to cab-pp-codigo.
           perform rot-desconto.
           perform rot-febraban.
           write reg-imp from cab-pp-01.
           write reg-imp from spaces after 2 lines.
           write reg-imp from cab-pp-02 after 2 lines.
           write reg-imp from cab-pp-06 after 1 lines.
           write reg-imp from cab-pp-03 after 1 lines.
           write reg-imp from cab-pp-04 after 2 lines.
           write reg-imp from cab-pp-05 after 3 lines.
           write reg-imp from spaces after page.
           move car-s-documento to rc01-documento in rc01-chave.
           perform rot-le-rc01.
           if erro = 0
              move reg-rc01 to jor-antes
              move "S" to rc01-carne
              move param-usr to rc01-usuario
              move param-data to rc01-data
              rewrite reg-rc01 invalid key
                      move 1 to erro
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-rc01
              end-rewrite
           end-if.
           move 0 to erro.
