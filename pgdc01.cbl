      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGDC01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Desconto por Pagamento Antecipado :                        *
      *                                                             *
      *  (M)anutencao  - regra de desconto por operacao (tabela     *
      *                  tipo 38: percentual, dias antes do         *
      *                  vencimento e conta contabil do desconto    *
      *                  concedido, no tabl-resto);                 *
      *  (E)xclusao    - retira a regra da operacao;                *
      *  (R)elacao     - relacao das regras cadastradas.            *
      *                                                             *
      *  A regra e aplicada pela rotdc01 na baixa (pgrc02), na      *
      *  Estacao de Caixa (pgec01) e impressa na ficha (pgft02) e   *
      *  no carne (pgft08).                                         *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgdc01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdtabl.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 tabl-status                  pic x(02) value "00".
       01 tabl-stat                    pic x(01) value "F".
      *
       01 nome-arq-tabl.
          02 tabl-dir                  pic x(03) value "TBL".
          02 filler                    pic x(01) value "\".
          02 tabl-nome                 pic x(08) value "ARQTABLA".
          02 filler                    pic x(01) value ".".
          02 tabl-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGDC01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(40) value spaces.
          02 percentual                pic 9(02)v9(02) value 0.
          02 percentual-ed             pic z9,9(02) value 0.
          02 percentual-disp           pic z9,99.
          02 dias                      pic 9(03) value 0.
          02 conta                     pic 9(05) value 0.
      *
       01 flag-tabl                    pic x(01) value spaces.
       01 tot-regras                   pic 9(05) value 0.
      *
       01 cab-abav.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(01) value x"0e".
          02 filler                    pic x(08) value "ABAV/SP ".
          02 filler                    pic x(01) value x"14".
          02 filler                    pic x(01) value x"0f".
          02 filler                    pic x(56) value
          "Associcao Brasileira de Agencias de Viagens de Sao Paulo".
          02 filler                    pic x(01) value x"12".
      *
       01 cab-prog.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(60) value
             "Regras de Desconto por Pagamento Antecipado".
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(05) value "Oper".
          02 filler                    pic x(41) value "Descricao".
          02 filler                    pic x(08) value "   Desc%".
          02 filler                    pic x(13) value "  Dias antes".
          02 filler                    pic x(13) value "  Conta cont.".
      *
       01 cab-lin.
          02 cab-lin-operacao          pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-descricao         pic x(40) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-percentual        pic z9,99.
          02 filler                    pic x(09) value spaces.
          02 cab-lin-dias              pic zz9.
          02 filler                    pic x(08) value spaces.
          02 cab-lin-conta             pic 9(05) value 0.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
      *
       copy workgen.lib.
       copy wstab01.lib.
      *
       linkage section.
      *
       01 param-menu.
          02 param-usr                 pic x(10).
          02 param-senha               pic x(10).
          02 param-prioridade          pic 9(01).
          02 param-data                pic 9(05).
          02 param-impress             pic x(12).
      *
       screen section.
      *
       01 tela-01.
          02 line 08 column 40 foreground-color 06 background-color 01
             highlight value "Desconto por Antecipacao".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (M/E/R).......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Percentual de desc...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Dias antes do venc...:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Conta cont. desconto.:".
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
             highlight pic x(66) from mensagem.
      *
       01 tela-erro-cad.
          02 line 22 column 05 foreground-color 15 background-color 04
             highlight pic x(66) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 22 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
      *
       copy scrgen.lib.
      *
       procedure division using param-menu.
      *
       lab-00.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-save-buffer.
           display tela-cabec.
           move 03 to box-col.
           move 06 to box-lin.
           move 74 to box-col-f.
           move 17 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
           move 0 to box-fundo.
           move "S" to box-sombra.
           perform rot-box.
           display tela-01.
      *
       lab-01.
           display tela-limpa-cad.
           perform sec-funcao.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
      *
       lab-fim.
           exit program.
      *
      ************************
      *                      *
      *    R o t i n a s     *
      *                      *
      ************************
      *
       rotinas section.
      *
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open i-o arqtabl
              if tabl-status not = "00"
                 move
                 " Erro de abertura no ARQTABLA.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tabl-stat
              end-if
           end-if.
      *
       rot-close-tabl.
           if tabl-stat = "A"
              close arqtabl
              move "F" to tabl-stat
           end-if.
      *
       rot-le-tabl.
           move 0 to erro.
           read arqtabl invalid key move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tabl
           end-if.
      *
       rot-le-prox-tabl.
           move 0 to erro.
           read arqtabl next record at end move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tabl
           end-if.
      *
       rot-open-imp.
           move 0 to erro.
           move param-impress to impress.
           move zeros to imp-status.
           if imp-stat = "F"
              open output arqimp
              if imp-status not = "00"
                 move " Erro de impressao - Tecle <Enter>" to mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to imp-stat
              end-if
           end-if.
      *
       rot-close-imp.
           if imp-stat = "A"
              close arqimp
              move "F" to imp-stat
           end-if.
      *
       rot-cabec.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move 7 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Descricao da operacao (tabela tipo 05)
      *
       rot-le-operacao.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move reg-tabl to reg-wtab01
              move wtab01-descricao to doperacao
           else
              move spaces to doperacao
           end-if.
      *
      *    Regra da operacao (tipo 38): resto(1:4) percentual
      *    99v99, resto(5:3) dias antes do vencimento, resto(8:5)
      *    conta contabil do desconto concedido
      *
       rot-le-regra.
           move "38" to tabl-tipo.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              if tabl-resto(1:12) numeric
                 move tabl-resto(1:4) to percentual
                 move tabl-resto(5:3) to dias
                 move tabl-resto(8:5) to conta
              else
                 move 0 to percentual dias conta
              end-if
           end-if.
      *
       copy rotgen.lib.
      *
      ************************
      *                      *
      *  Secao de funcao     *
      *                      *
      ************************
      *
       sec-funcao section.
      *
       lab-fun-01.
           move spaces to funcao.
           perform lmp-funcao.
           perform acc-funcao.
           if escape-key = 1
              go to lab-fun-fim
           end-if.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "M" and "E" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "M"
                         perform sec-manutencao
                    when funcao = "E"
                         perform sec-exclusao
                    when funcao = "R"
                         perform sec-relacao
           end-evaluate.
           perform lmp-operacao thru lmp-conta.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-conta.
           exit.
      *
      ************************
      *                      *
      *  Manutencao          *
      *                      *
      ************************
      *
       sec-manutencao section.
      *
       lab-man-00.
           if param-prioridade < 8
              move " Regras exigem prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-man-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-man-fim
           end-if.
      *
       lab-man-01.
           move 0 to operacao.
           perform lmp-operacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-man-fim
           end-if.
           if operacao = 0
              go to lab-man-01
           end-if.
           perform rot-le-operacao.
           if erro not = 0
              move " Operacao nao cadastrada - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-man-01
           end-if.
           perform dsp-operacao.
           move 0 to percentual dias conta.
           perform rot-le-regra.
           if erro = 0
              move "S" to flag-tabl
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
           if flag-tabl = "S"
              perform dsp-percentual thru dsp-conta
           end-if.
      *
       lab-man-02.
           move percentual to percentual-ed.
           perform acc-percentual.
           if escape-key = 1
              perform lmp-percentual thru lmp-conta
              go to lab-man-01
           end-if.
           move percentual-ed to percentual.
           if percentual = 0 or percentual > 50
              move " Percentual de 0,01 a 50,00 - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-man-02
           end-if.
           perform dsp-percentual.
      *
       lab-man-03.
           perform acc-dias.
           if escape-key = 1
              go to lab-man-02
           end-if.
      *
       lab-man-04.
           perform acc-conta.
           if escape-key = 1
              go to lab-man-03
           end-if.
           if conta = 0
              go to lab-man-04
           end-if.
      *
       lab-man-05.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-man-04
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-operacao thru lmp-conta
              go to lab-man-01
           else
              if resposta not = "S"
                 go to lab-man-05
              end-if
           end-if.
           display tela-limpa-cad.
           move "38" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           move doperacao to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move percentual to tabl-resto(1:4).
           move dias to tabl-resto(5:3).
           move conta to tabl-resto(8:5).
           if flag-tabl = "S"
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              move "Regra gravada - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           perform lmp-operacao thru lmp-conta.
           go to lab-man-01.
      *
       lab-man-fim.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Exclusao            *
      *                      *
      ************************
      *
       sec-exclusao section.
      *
       lab-exc-00.
           if param-prioridade < 8
              move " Regras exigem prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-exc-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-exc-fim
           end-if.
      *
       lab-exc-01.
           move 0 to operacao.
           perform lmp-operacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-exc-fim
           end-if.
           if operacao = 0
              go to lab-exc-01
           end-if.
           perform rot-le-operacao.
           move 0 to erro.
           perform dsp-operacao.
           perform rot-le-regra.
           if erro not = 0
              move " Operacao sem regra de desconto - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              perform lmp-operacao
              go to lab-exc-01
           end-if.
           perform dsp-percentual thru dsp-conta.
      *
       lab-exc-02.
           move "Exclui a regra (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              perform lmp-operacao thru lmp-conta
              go to lab-exc-01
           end-if.
           if resposta not = "S"
              go to lab-exc-02
           end-if.
           display tela-limpa-cad.
           delete arqtabl invalid key
                  move 1 to erro
           end-delete.
           if erro not = 0
              move " Erro de exclusao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           perform lmp-operacao thru lmp-conta.
           go to lab-exc-01.
      *
       lab-exc-fim.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Relacao             *
      *                      *
      ************************
      *
       sec-relacao section.
      *
       lab-rel-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move 0 to pagina tot-regras.
           perform rot-cabec.
           move "38" to tabl-tipo.
           move low-values to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
      *
       lab-rel-01.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
           if tabl-tipo not = "38"
              go to lab-rel-02
           end-if.
           if tabl-resto(1:12) not numeric
              go to lab-rel-01
           end-if.
           if linha > 55
              perform rot-cabec
           end-if.
           move tabl-codigo(1:3) to cab-lin-operacao.
           move tabl-descricao to cab-lin-descricao.
           move tabl-resto(1:4) to percentual.
           move percentual to cab-lin-percentual.
           move tabl-resto(5:3) to dias.
           move dias to cab-lin-dias.
           move tabl-resto(8:5) to cab-lin-conta.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha tot-regras.
           go to lab-rel-01.
      *
       lab-rel-02.
           write reg-imp from tracos after 1 line.
           move "Regras cadastradas..........:" to cab-tot-texto.
           move tot-regras to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
      *                      *
      ************************
      *
       telas section.
      *
       accept-resposta-cad.
           move spaces to resposta.
           accept resposta at 2240 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-percentual.
           accept percentual-ed at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dias.
           accept dias at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conta.
           accept conta at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-operacao.
           display doperacao at 1134 with foreground-color 15
                   background-color 01.
      *
       dsp-percentual.
           move percentual to percentual-disp.
           display percentual-disp at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-dias.
           display dias at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-conta.
           display conta at 1429 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-percentual.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-dias.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-conta.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
