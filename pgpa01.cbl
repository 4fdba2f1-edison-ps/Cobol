      *                  grava a presenca da sessao;                *
      *  (L)ista       - lista de presenca e headcount da sessao;   *
      *  (A)Certificado- certificado pessoal com as sessoes a que   *
      *                  o participante assistiu;                   *
      *  (R)eserva     - reserva de lugar na sessao antes do evento *
      *                  (ARQPA03), ate a capacidade e sem choque   *
      *                  de horario; a reserva existente pode ser   *
      *                  cancelada.                                 *
      *                                                             *
      *  Data da ultima alteracao:    02/09/26     v1.00            *
      *                               15/10/26     v1.01   RESERVA  *
      *                                                             *
      ***************************************************************
      *
                  record key is pa02-chave
                  alternate record key is pa02-chave-1 with duplicates
                  file status is pa02-status.
      *
           select arqpa03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pa03-chave
                  alternate record key is pa03-chave-1 with duplicates
                  file status is pa03-status.
      *
           select arqsl01 assign to disk
                  organization is indexed
       copy fdpa01.lib.
      *
       copy fdpa02.lib.
      *
       copy fdpa03.lib.
      *
       copy fdsl01.lib.
      *
          02 pa02-nome                 pic x(08) value "ARQPA02A".
          02 filler                    pic x(01) value ".".
          02 pa02-ext                  pic x(03) value "DAT".
      *
       01 pa03-status                  pic x(02) value "00".
       01 pa03-stat                    pic x(01) value "F".
      *
       01 nome-arq-pa03.
          02 pa03-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 pa03-nome                 pic x(08) value "ARQPA03A".
          02 filler                    pic x(01) value ".".
          02 pa03-ext                  pic x(03) value "DAT".
      *
       01 sl01-status                  pic x(02) value "00".
       01 sl01-stat                    pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGPA01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
      *
       01 flag-conflito                pic x(01) value spaces.
       01 qtd-presentes                pic 9(05) value 0.
       01 qtd-reservas                 pic 9(05) value 0.
       01 hora-sis-aux                 pic 9(04) value 0.
      *
       01 data-aux.
          02 line 05 column 44 foreground-color 06 background-color 01
             highlight value "Programacao de Palestras".
          02 line 07 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (S/P/C/L/A/R).:".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Sessao...............:".
          02 line 09 column 06 foreground-color 06 background-color 01
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pa02
           end-if.
      *
       rot-open-pa03.
           move 0 to erro.
           if pa03-stat = "F"
              open i-o arqpa03
              if pa03-status = "35"
                 open output arqpa03
                 close arqpa03
                 open i-o arqpa03
              end-if
              if pa03-status not = "00"
                 move
                 " Erro de abertura no ARQPA03A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pa03-stat
              end-if
           end-if.
      *
       rot-close-pa03.
           if pa03-stat = "A"
              close arqpa03
              move "F" to pa03-stat
           end-if.
      *
       rot-le-pa03.
           move 0 to erro.
           read arqpa03 invalid key move 1 to erro.
           if pa03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pa03
           end-if.
      *
       rot-le-prox-pa03.
           move 0 to erro.
           read arqpa03 next record at end move 1 to erro.
           if pa03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pa03
           end-if.
      *
       rot-open-sl01.
           move 0 to erro.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "S" and "P" and "C" and "L" and "A" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
                         perform sec-lista
                    when funcao = "A"
                         perform sec-certificado
                    when funcao = "R"
                         perform sec-reserva
           end-evaluate.
           go to lab-fun-01.
      *
      *
      ************************
      *                      *
      *  Reserva             *
      *                      *
      ************************
      *
       sec-reserva section.
      *
       lab-res-00.
           perform rot-open-pa01.
           if erro not = 0
              go to lab-res-fim
           end-if.
           perform rot-open-pa03.
           if erro not = 0
              go to lab-res-fim
           end-if.
           perform rot-open-sl01.
           move 0 to erro.
      *
       lab-res-01.
           move 0 to sessao.
           perform lmp-sessao.
           perform acc-sessao.
           if escape-key = 1
              go to lab-res-fim
           end-if.
           if sessao = 0
              go to lab-res-01
           end-if.
           move sessao to pa01-sessao.
           perform rot-le-pa01.
           if erro not = 0
              move " Sessao nao cadastrada - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-res-01
           end-if.
           display pa01-tema at 0829 with foreground-color 15
                   background-color 01.
           move pa01-evento to evento.
           move pa01-data-pal to data-pal.
           move pa01-hora-ini to hora-ini.
           move pa01-hora-fim to hora-fim.
           move pa01-capacidade to capacidade.
      *
       lab-res-02.
           move 0 to codigo.
           perform lmp-codigo.
           perform acc-codigo.
           if escape-key = 1
              perform lmp-codigo
              go to lab-res-01
           end-if.
           if codigo = 0
              go to lab-res-02
           end-if.
           move codigo to sl01-codigo.
           perform rot-le-sl01.
           if erro not = 0
              move 0 to erro
              move " Participante nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-res-02
           end-if.
           if sl01-evento not = evento
              move " Participante de outro evento - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-res-02
           end-if.
      *
      *    Reserva ja feita: oferece o cancelamento
      *
           move sessao to pa03-sessao.
           move codigo to pa03-codigo.
           perform rot-le-pa03.
           if erro = 0
              move "Reserva ja feita - cancelar (S) (N) ?" to mensagem
              display tela-mensagem-cad
              perform accept-resposta-cad
              display tela-limpa-cad
              if resposta = "S"
                 delete arqpa03 invalid key
                        move 1 to erro
                 end-delete
              end-if
              move 0 to erro
              go to lab-res-02
           end-if.
           move 0 to erro.
           perform rot-conta-reservas thru rot-conta-reservas-fim.
           if capacidade not = 0 and qtd-reservas not < capacidade
              move " Sessao lotada - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-res-02
           end-if.
           perform rot-choque-reserva thru rot-choque-reserva-fim.
           if flag-conflito = "S"
              move " Ja reservou palestra no horario - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-res-02
           end-if.
           move sessao to pa03-sessao.
           move codigo to pa03-codigo pa03-codigo-a.
           move param-usr to pa03-usuario.
           move param-data to pa03-data.
           write reg-pa03 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           move spaces to mensagem.
           string "Reserva: " sl01-nome-a(1:30) delimited by size
                  into mensagem
           end-string.
           display tela-mensagem-cad.
           go to lab-res-02.
      *
      *    Reservas ja feitas p/ a sessao
      *
       rot-conta-reservas.
           move 0 to qtd-reservas.
           move sessao to pa03-sessao.
           move 0 to pa03-codigo.
           start arqpa03 key is not less pa03-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-conta-reservas-fim
           end-if.
       rot-conta-reservas-1.
           perform rot-le-prox-pa03.
           if erro not = 0
              move 0 to erro
              go to rot-conta-reservas-fim
           end-if.
           if pa03-sessao not = sessao
              go to rot-conta-reservas-fim
           end-if.
           add 1 to qtd-reservas.
           go to rot-conta-reservas-1.
       rot-conta-reservas-fim.
           exit.
      *
      *    Outra sessao reservada pelo participante na mesma data
      *    com horario sobreposto
      *
       rot-choque-reserva.
           move "N" to flag-conflito.
           move codigo to pa03-codigo-a.
           start arqpa03 key is not less pa03-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-choque-reserva-fim
           end-if.
       rot-choque-reserva-1.
           perform rot-le-prox-pa03.
           if erro not = 0
              move 0 to erro
              go to rot-choque-reserva-fim
           end-if.
           if pa03-codigo-a not = codigo
              go to rot-choque-reserva-fim
           end-if.
           move pa03-sessao to pa01-sessao.
           perform rot-le-pa01.
           if erro not = 0
              move 0 to erro
              go to rot-choque-reserva-1
           end-if.
           if pa01-data-pal = data-pal and
              hora-ini < pa01-hora-fim and
              hora-fim > pa01-hora-ini
              move "S" to flag-conflito
              go to rot-choque-reserva-fim
           end-if.
           go to rot-choque-reserva-1.
       rot-choque-reserva-fim.
           exit.
      *
       lab-res-fim.
           perform rot-close-sl01.
           perform rot-close-pa03.
           perform rot-close-pa01.
           perform lmp-sessao.
           perform lmp-codigo.
           display tela-limpa-cad.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
      *                      *
      ************************
