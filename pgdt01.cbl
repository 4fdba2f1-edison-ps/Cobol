      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGDT01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Data de Processamento :                                    *
      *                                                             *
      *  Mantem a data de processamento do sistema (ARQTABL tipo    *
      *  61 codigo "DTPRC"), usada pela cadeia noturna e pelos      *
      *  processos em lote no lugar da data do sistema, de modo     *
      *  que uma rodada refeita depois da meia-noite ou dias        *
      *  depois saia com a data certa :                             *
      *                                                             *
      *  (A)vanca    - passa p/ uma data posterior; so aceita se    *
      *                todos os passos da cadeia (tabela tipo 25)   *
      *                estiverem concluidos no ARQBT01 na data      *
      *                corrente de processamento;                   *
      *  (R)etrocede - volta p/ uma data anterior (repeticao de     *
      *                um fechamento), com dupla confirmacao.       *
      *                                                             *
      *  Alteracao so com prioridade de supervisor; a consulta e    *
      *  livre. O registro guarda a data anterior, o usuario e a    *
      *  data real da alteracao.                                    *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgdt01.
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
           select arqbt01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bt01-chave
                  file status is bt01-status.
      *
       data division.
       file section.
      *
       copy fdtabl.lib.
      *
       copy fdbt01.lib.
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
       01 bt01-status                  pic x(02) value "00".
       01 bt01-stat                    pic x(01) value "F".
      *
       01 nome-arq-bt01.
          02 bt01-dir                  pic x(03) value "TBL".
          02 filler                    pic x(01) value "\".
          02 bt01-nome                 pic x(08) value "ARQBT01A".
          02 filler                    pic x(01) value ".".
          02 bt01-ext                  pic x(03) value "DAT".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGDT01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 nova-data                 pic 9(05) value 0.
      *
      *    Registro de controle lido: data corrente, quem alterou
      *    e quando (flag-controle "N" = ainda nao definida)
      *
       01 flag-controle                pic x(01) value "N".
       01 data-proc-atual              pic 9(05) value 0.
       01 usr-proc-atual               pic x(10) value spaces.
       01 alt-proc-atual               pic 9(05) value 0.
      *
       01 passo-pendente               pic 9(03) value 0.
       01 flag-cadeia                  pic x(01) value spaces.
       01 data-tela                    pic x(08) value spaces.
      *
       copy workgen.lib.
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
          02 line 10 column 45 foreground-color 06 background-color 01
             highlight value "Data de Processamento".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Data do sistema......:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Data processamento...:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Alterada por / em....:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (A/R).........:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Nova data (ddmmaa)...:".
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
           move 08 to box-lin.
           move 70 to box-col-f.
           move 19 to box-lin-f.
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
           perform rot-open-tabl.
           if erro not = 0
              go to lab-02
           end-if.
           perform sec-funcao.
           perform rot-close-tabl.
      *
       lab-02.
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
       rot-le-tabl-lock.
           move 0 to erro.
           read arqtabl with kept lock invalid key move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tabl-lock
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
       rot-le-bt01.
           move 0 to erro.
           read arqbt01 invalid key move 1 to erro.
           if bt01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-bt01
           end-if.
      *
      *    Registro de controle da data de processamento
      *
       rot-le-controle.
           move "N" to flag-controle.
           move 0 to data-proc-atual alt-proc-atual.
           move spaces to usr-proc-atual.
           move "61" to tabl-tipo.
           move "DTPRC" to tabl-codigo.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-le-controle-fim
           end-if.
           move "S" to flag-controle.
           move tabl-data to data-proc-atual.
           move tabl-usr to usr-proc-atual.
           if tabl-resto(6:5) numeric
              move tabl-resto(6:5) to alt-proc-atual
           end-if.
       rot-le-controle-fim.
           exit.
      *
      *    Grava a nova data: anterior em tabl-resto(1:5) e data
      *    real da alteracao em tabl-resto(6:5)
      *
       rot-grava-controle.
           move "61" to tabl-tipo.
           move "DTPRC" to tabl-codigo.
           perform rot-le-tabl-lock.
           if erro not = 0
              move 0 to erro
              move spaces to reg-tabl
              move "61" to tabl-tipo tabl-tipo-1
              move "DTPRC" to tabl-codigo
              move "DATA DE PROCESSAMENTO" to tabl-descricao
                   tabl-descricao-1
              move param-usr to tabl-usr
              move nova-data to tabl-data
              move data-proc-atual to tabl-resto(1:5)
              move param-data to tabl-resto(6:5)
              write reg-tabl invalid key
                    move 1 to erro
              end-write
              go to rot-grava-controle-fim
           end-if.
           move param-usr to tabl-usr.
           move tabl-data to tabl-resto(1:5).
           move nova-data to tabl-data.
           move param-data to tabl-resto(6:5).
           rewrite reg-tabl invalid key
                   move 1 to erro
           end-rewrite.
           unlock arqtabl record.
       rot-grava-controle-fim.
           exit.
      *
      *    Cadeia da data corrente: cada passo da tabela tipo 25
      *    precisa estar no ARQBT01 com resultado "O"; o primeiro
      *    que faltar fica em passo-pendente (flag-cadeia "N")
      *
       rot-verifica-cadeia.
           move "S" to flag-cadeia.
           move 0 to passo-pendente.
           open input arqbt01.
           if bt01-status = "00"
              move "A" to bt01-stat
           end-if.
           move "25" to tabl-tipo.
           move low-values to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-verifica-cadeia-2
           end-if.
       rot-verifica-cadeia-1.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-verifica-cadeia-2
           end-if.
           if tabl-tipo not = "25"
              go to rot-verifica-cadeia-2
           end-if.
           if tabl-codigo(1:3) not numeric or
              tabl-descricao(1:8) = spaces
              go to rot-verifica-cadeia-1
           end-if.
           if bt01-stat not = "A"
              move "N" to flag-cadeia
              move tabl-codigo(1:3) to passo-pendente
              go to rot-verifica-cadeia-2
           end-if.
           move data-proc-atual to bt01-data-exec.
           move tabl-codigo(1:3) to bt01-passo.
           perform rot-le-bt01.
           if erro not = 0 or bt01-resultado not = "O"
              move 0 to erro
              move "N" to flag-cadeia
              move tabl-codigo(1:3) to passo-pendente
              go to rot-verifica-cadeia-2
           end-if.
           go to rot-verifica-cadeia-1.
       rot-verifica-cadeia-2.
           if bt01-stat = "A"
              close arqbt01
              move "F" to bt01-stat
           end-if.
       rot-verifica-cadeia-fim.
           exit.
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
       lab-fun-00.
           perform rot-le-controle thru rot-le-controle-fim.
           perform dsp-situacao thru dsp-situacao-fim.
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
           if funcao not = "A" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if param-prioridade < 9
              move " Alteracao exige prioridade de supervisor - Tecle <E
      -       "nter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-01
           end-if.
           if funcao = "R" and flag-controle = "N"
              move " Data de processamento ainda nao definida - Tecle <E
      -       "nter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-01
           end-if.
      *
      *    Avanco: a cadeia da data corrente tem de estar concluida
      *
           if funcao = "A" and flag-controle = "S"
              perform rot-verifica-cadeia thru rot-verifica-cadeia-fim
              if flag-cadeia = "N"
                 move spaces to mensagem
                 string " Cadeia de " data-tela
                        " nao concluida - passo " passo-pendente
                        " - Tecle <Enter>"
                        delimited by size into mensagem
                 end-string
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-fun-01
              end-if
           end-if.
      *
       lab-fun-02.
           move 0 to dia-euro mes-euro ano-euro.
           if flag-controle = "S"
              move data-proc-atual to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform lmp-nova-data.
           perform acc-nova-data.
           if escape-key = 1
              perform lmp-nova-data
              go to lab-fun-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-fun-02
           end-if.
           move dias-corr to nova-data.
           if flag-controle = "S" and funcao = "A" and
              nova-data not > data-proc-atual
              move " No avanco a nova data deve ser posterior - Tecle <E
      -       "nter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-02
           end-if.
           if funcao = "R" and nova-data not < data-proc-atual
              move " No retrocesso a nova data deve ser anterior - Tecle
      -       " <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-02
           end-if.
      *
       lab-fun-03.
           move " Confirma a nova data de processamento (S) (N) ?" to
           mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-fun-02
           end-if.
           if funcao = "R"
              move " TEM CERTEZA ? A cadeia rodara de novo (S) (N) ?" to
              mensagem
              display tela-erro-cad
              move spaces to resposta
              perform accept-resposta-cad
                      until resposta = "S" or "N" or escape-key = 1
              display tela-limpa-cad
              if resposta not = "S"
                 go to lab-fun-02
              end-if
           end-if.
           perform rot-grava-controle thru rot-grava-controle-fim.
           if erro not = 0
              move 0 to erro
              move " Erro na gravacao da data - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-01
           end-if.
           perform lmp-nova-data.
           perform rot-le-controle thru rot-le-controle-fim.
           perform dsp-situacao thru dsp-situacao-fim.
           move "Data de processamento alterada - Tecle <Enter>" to
           mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-nova-data.
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
           accept resposta at 2268 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nova-data.
           accept dia-euro at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-nova-data-fim
           end-if.
           accept mes-euro at 1732 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-nova-data-fim
           end-if.
           accept ano-euro at 1735 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-nova-data-fim.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-situacao.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1229 with foreground-color 15
                   background-color 01.
           if flag-controle = "N"
              move "DATA DO SISTEMA (NAO DEFINIDA)" to limpa
              display limpa at 1329 with foreground-color 15
                      background-color 01
              move spaces to limpa data-tela
              display limpa at 1429 with foreground-color 15
                      background-color 01
              go to dsp-situacao-fim
           end-if.
           move data-proc-atual to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to data-tela.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
           display data-disp at 1329 with foreground-color 15
                   background-color 01.
           display usr-proc-atual at 1429 with foreground-color 15
                   background-color 01.
           move 0 to dias-corr.
           if alt-proc-atual not = 0
              move alt-proc-atual to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1441 with foreground-color 15
                      background-color 01
           end-if.
       dsp-situacao-fim.
           exit.
      *
       dsp-funcao.
           display funcao at 1629 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-nova-data.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
           exit.
