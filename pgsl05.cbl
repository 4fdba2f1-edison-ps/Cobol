      *                   entrada em duplicidade;                   *
      *  (E)statisticas - presenca por grupo e relacao de           *
      *                   ausentes (inscritos nunca lidos), p/ o    *
      *                   planejamento do ano seguinte;             *
      *  (S)tand        - leitura do cracha do visitante no         *
      *                   estande do expositor (ARQEX01 ocupado):   *
      *                   grava estande, participante, data e hora  *
      *                   no ARQEX03, uma vez por estande, p/ os    *
      *                   leads do pgex05.                          *
      *                                                             *
      *  Data da ultima alteracao:    23/08/26     v1.00            *
      *                               15/10/26     v1.01   LEADS    *
      *                                                             *
      ***************************************************************
      *
                  alternate record key is sl01-chave-3 with duplicates
                  alternate record key is sl01-chave-4 with duplicates
                  file status is sl01-status.
      *
           select arqex01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ex01-chave
                  alternate record key is ex01-chave-1 with duplicates
                  alternate record key is ex01-chave-2 with duplicates
                  alternate record key is ex01-chave-3 with duplicates
                  file status is ex01-status.
      *
           select arqex03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ex03-chave
                  file status is ex03-status.
      *
           select arqimp assign to disk
                  organization is line sequential
       file section.
      *
       copy fdsl01.lib.
      *
       copy fdex01.lib.
      *
       copy fdex03.lib.
      *
       fd arqimp

          02 sl01-nome-arq             pic x(08) value "ARQSL01A".
          02 filler                    pic x(01) value ".".
          02 sl01-ext                  pic x(03) value "DAT".
      *
       01 ex01-status                  pic x(02) value "00".
       01 ex01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ex01.
          02 ex01-dir                  pic x(03) value "EX2".
          02 filler                    pic x(01) value "\".
          02 ex01-nome                 pic x(08) value "ARQEX01A".
          02 filler                    pic x(01) value ".".
          02 ex01-ext                  pic x(03) value "DAT".
      *
       01 ex03-status                  pic x(02) value "00".
       01 ex03-stat                    pic x(01) value "F".
      *
       01 nome-arq-ex03.
          02 ex03-dir                  pic x(03) value "EX2".
          02 filler                    pic x(01) value "\".
          02 ex03-nome                 pic x(08) value "ARQEX03A".
          02 filler                    pic x(01) value ".".
          02 ex03-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGSL05".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 estande                   pic x(10) value spaces.
      *
       01 hora-entrada                 pic 9(04) value 0.
      *
          02 line 10 column 44 foreground-color 06 background-color 01
             highlight value "Check-in de Cracha".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/E/S).......:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Cracha (leitora).....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Estande (funcao S)...:".
      *
       01 tela-02.
          02 line 15 column 06 foreground-color 06 background-color 01
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-sl01
           end-if.
      *
       rot-open-ex01.
           move 0 to erro.
           if ex01-stat = "F"
              open input arqex01
              if ex01-status not = "00"
                 move
                 " Erro de abertura no ARQEX01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ex01-stat
              end-if
           end-if.
      *
       rot-close-ex01.
           if ex01-stat = "A"
              close arqex01
              move "F" to ex01-stat
           end-if.
      *
       rot-le-ex01.
           move 0 to erro.
           read arqex01 invalid key move 1 to erro.
           if ex01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ex01
           end-if.
      *
       rot-open-ex03.
           move 0 to erro.
           if ex03-stat = "F"
              open i-o arqex03
              if ex03-status = "35"
                 open output arqex03
                 close arqex03
                 open i-o arqex03
              end-if
              if ex03-status not = "00"
                 move
                 " Erro de abertura no ARQEX03A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ex03-stat
              end-if
           end-if.
      *
       rot-close-ex03.
           if ex03-stat = "A"
              close arqex03
              move "F" to ex03-stat
           end-if.
      *
       rot-open-imp.
           move 0 to erro.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "C" and "E" and "S"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "C"
                         perform sec-checkin
                    when funcao = "S"
                         perform sec-estande
                    when other
                         perform sec-estatisticas
           end-evaluate.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-estande.
           exit.
      *
      ************************
      *
      ************************
      *                      *
      *  Leitura no estande  *
      *                      *
      ************************
      *
       sec-estande section.
      *
       lab-std-00.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-std-fim
           end-if.
           perform rot-open-ex01.
           if erro not = 0
              go to lab-std-fim
           end-if.
           perform rot-open-ex03.
           if erro not = 0
              go to lab-std-fim
           end-if.
      *
       lab-std-01.
           move spaces to estande.
           perform lmp-cracha.
           perform lmp-estande.
           perform acc-estande.
           if escape-key = 1
              go to lab-std-fim
           end-if.
           move estande to txt.
           perform rot-texto.
           move txt to estande.
           if estande = spaces
              go to lab-std-01
           end-if.
           move estande to ex01-estande.
           perform rot-le-ex01.
           if erro not = 0
              move " Estande nao cadastrado - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-std-01
           end-if.
           if ex01-situacao not = "O"
              move " Estande sem expositor - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-std-01
           end-if.
      *
       lab-std-02.
           move 0 to codigo.
           perform lmp-cracha.
           perform acc-cracha.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-std-01
           end-if.
           if codigo = 0
              go to lab-std-02
           end-if.
           move codigo to sl01-codigo.
           perform rot-le-sl01.
           if erro not = 0
              move " Cracha desconhecido - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-std-02
           end-if.
           display sl01-nome-a at 1529 with foreground-color 15
                   background-color 01.
           display sl01-empresa-a at 1629 with foreground-color 15
                   background-color 01.
           accept hora-sistema from time.
           move hora-sistema(1:4) to hora-entrada.
           move estande to ex03-estande.
           move codigo to ex03-codigo.
           move param-data to ex03-data.
           move hora-entrada to ex03-hora.
           move param-usr to ex03-usuario.
           write reg-ex03 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move 0 to erro
              move " Visitante ja registrado neste estande - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-std-02
           end-if.
           move "Visita registrada" to mensagem.
           display tela-mensagem-cad.
           go to lab-std-02.
      *
       lab-std-fim.
           perform rot-close-ex03.
           perform rot-close-ex01.
           perform rot-close-sl01.
           perform lmp-cracha.
           perform lmp-estande.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
      *                      *
      ************************
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-estande.
           accept estande at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-estande.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
