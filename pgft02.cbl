      *  Data da ultima alteracao:    02/02/94     v1.00            *
      *                               02/09/26     v1.01            *
      *                               01/06/95     v1.01 Form. Cont.*
      *                               15/10/26     v1.02 Desconto   *
      *                               15/10/26     v1.03 Treino     *
      *                                                             *
      ***************************************************************
      * 
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGFT02".
          02 cb-versao                 pic x(06) value "v1.03 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-aux                    pic x(05) value spaces.
      *
       01 cab-05-2.
          02 cab-obs-2                 pic x(50) value spaces.
      *
      *    Instrucao de desconto por antecipacao (regra da operacao
      *    na tabela tipo 38, via rotdc01); em branco sem regra
      *
       01 cab-05-3.
          02 cab-obs-3                 pic x(50) value spaces.
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
       01 cab-06.
          02 filler                    pic x(01) value "".
          02 filler                    pic x(05) value spaces.
          02 filler                    pic x(11) value "Nosso Nro.:".
          02 cab-pp-codigo             pic 9(06) value 0.
      *
       01 cab-pp-06.
          02 filler                    pic x(11) value "Instrucao.:".
          02 cab-pp-desconto           pic x(50) value spaces.
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
       copy workgen.lib.
       copy wstab01.lib.
           move sele-obs to cab-obs.
           move sele-obs-1 to cab-obs-1.
           move sele-obs-2 to cab-obs-2.
           perform rot-desconto.
           move sele-vencimento-disp to cab-vencimento.
           move rc01-valor to cab-valor.
           move rc01-emissao to dias-corr.
           write reg-imp from cab-05 after 3 lines.
           write reg-imp from cab-05-1 after 1 lines.
           write reg-imp from cab-05-2 after 1 lines.
           write reg-imp from cab-05-3 after 1 lines.
           write reg-imp from cab-06 after 6 lines.
           write reg-imp from cab-07 after 1 lines.
           write reg-imp from cab-08 after 1 lines.
           write reg-imp from spaces after 8 lines.
           write reg-imp from cab-1-6 before 0 lines.
      *
       rot-posicionar.
           move all "X" to cab-obs cab-obs-1 cab-obs-2 cab-obs-3.
           move "99/99/99" to cab-vencimento.
           move 9999999999999 to cab-valor.
           move "99/99/99" to cab-emissao.
           write reg-imp from cab-05 after 3 lines.
           write reg-imp from cab-05-1 after 1 lines.
           write reg-imp from cab-05-2 after 1 lines.
           write reg-imp from cab-05-3 after 1 lines.
           write reg-imp from cab-06 after 6 lines.
           write reg-imp from cab-07 after 1 lines.
           write reg-imp from cab-08 after 1 lines.
           write reg-imp from spaces after 8 lines.
           move ab01-razao-social-a to cab-pp-razao.
           move rc01-documento to cab-pp-documento.
           move rc01-codigo to cab-pp-codigo.
           perform rot-desconto.
           move cab-obs-3 to cab-pp-desconto.
           perform rot-febraban.
           write reg-imp from cab-pp-01.
           write reg-imp from spaces after 2 lines.
           write reg-imp from cab-pp-02 after 2 lines.
           write reg-imp from cab-pp-06 after 1 lines.
           write reg-imp from cab-pp-03 after 1 lines.
           write reg-imp from cab-pp-04 after 2 lines.
           write reg-imp from cab-pp-05 after 3 lines.
           write reg-imp from spaces after 8 lines.
           move "99/99/99" to cab-pp-vencimento.
           move 9999999999999 to cab-pp-valor.
           move 999999 to cab-pp-codigo.
           move all "X" to cab-pp-desconto.
           move all "9" to cab-pp-barra.
           write reg-imp from cab-pp-01.
           write reg-imp from spaces after 2 lines.
           write reg-imp from cab-pp-02 after 2 lines.
           write reg-imp from cab-pp-06 after 1 lines.
           write reg-imp from cab-pp-03 after 1 lines.
           write reg-imp from cab-pp-04 after 2 lines.
           write reg-imp from cab-pp-05 after 3 lines.
           write reg-imp from spaces after 8 lines.
      *
      *    Instrucao de desconto do titulo corrente: data limite
      *    (vencimento menos os dias da regra) e valor do desconto
      *
       rot-desconto.
           move spaces to cab-obs-3.
           move "C" to dc-par-opcao.
           move rc01-operacao to dc-par-operacao.
           move rc01-vencimento to dc-par-vencimento.
           move rc01-valor to dc-par-valor.
           move 0 to dc-par-pagamento.
           call "rotdc01" using campo-desconto.
           if dc-par-achou = "S" and dc-par-limite not = 0
              move dc-par-limite to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to desc-limite
              move dc-par-desconto to desc-valor
              move linha-desconto to cab-obs-3
           end-if.
      *
      *    Calculo do fator de vencimento (dias corridos entre a
      *    data base 07/10/1997 e o vencimento do titulo, na mesma
      *    convencao de dias-corr usada pelo sistema)
              perform display-erro-usr
              go to lab-sele-fim
           end-if.
           call "rottrn01" using campo-treino.
           if trn-par-ativo = "S"
              move " Treinamento: impressao bloqueada - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-sele-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-sele-fim
           go to lab-imp-02.
      *
       lab-imp-fim.
           move "F" to dc-par-opcao.
           call "rotdc01" using campo-desconto.
           cancel "rotdc01".
           perform rot-close-imp.
           perform rot-close-da01.
           perform rot-close-rc01.
