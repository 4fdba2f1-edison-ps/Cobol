      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTIS01      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina de isencao de mensalidade: opcao "C" devolve a      *
      *  isencao aprovada (ARQIS01) do associado que cobre a data   *
      *  informada - havendo mais de uma, a de maior percentual.    *
      *  Opcao "G" registra o valor dispensado na mensalidade       *
      *  (ARQIS02), p/ a relacao da receita dispensada por mes do   *
      *  pgis01; recalculo da mesma mensalidade regrava o registro. *
      *  Os arquivos ficam abertos entre chamadas p/ uso em lote;   *
      *  opcao "F" fecha :                                          *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rotis01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqis01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is is01-chave
                  file status is is01-status.
      *
           select arqis02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is is02-chave
                  file status is is02-status.
      *
       data division.
       file section.
      *
       copy fdis01.lib.
      *
       copy fdis02.lib.
      *
       working-storage section.
      *
       01 is01-status                  pic x(02) value "00".
       01 is01-stat                    pic x(01) value "F".
      *
       01 nome-arq-is01.
          02 is01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 is01-nome                 pic x(08) value "ARQIS01A".
          02 filler                    pic x(01) value ".".
          02 is01-ext                  pic x(03) value "DAT".
      *
       01 is02-status                  pic x(02) value "00".
       01 is02-stat                    pic x(01) value "F".
      *
       01 nome-arq-is02.
          02 is02-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 is02-nome                 pic x(08) value "ARQIS02A".
          02 filler                    pic x(01) value ".".
          02 is02-ext                  pic x(03) value "DAT".
      *
       01 erro                         pic 9(01) value 0.
      *
      *    Datas em dias corridos com a virada do seculo (anos
      *    abaixo de 50 sao 20xx), p/ comparar a data com o
      *    periodo da isencao
      *
       01 sec-ano                      pic 9(03) value 0.
       01 sec-data                     pic 9(06) value 0.
       01 sec-inicio                   pic 9(06) value 0.
       01 sec-fim                      pic 9(06) value 0.
      *
       linkage section.
      *
       01 campo-isencao.
          02 is-par-opcao              pic x(01).
          02 is-par-codigo             pic 9(05).
          02 is-par-data               pic 9(06).
          02 is-par-seq                pic 9(03).
          02 is-par-tipo               pic x(01).
          02 is-par-percentual         pic 9(03)v9(02).
          02 is-par-fim                pic 9(06).
          02 is-par-achou              pic x(01).
          02 is-par-documento          pic x(10).
          02 is-par-valor-cheio        pic 9(11)v9(02).
          02 is-par-valor-isento       pic 9(11)v9(02).
          02 is-par-programa           pic x(08).
          02 is-par-usuario            pic x(10).
          02 is-par-data-mov           pic 9(06).
      *
       procedure division using campo-isencao.
      *
       inicio.
           if is-par-opcao = "F"
              perform rot-fecha
              go to fim-rotis01
           end-if.
           if is-par-opcao = "G"
              perform rot-grava thru rot-grava-fim
              go to fim-rotis01
           end-if.
           move 0 to is-par-seq is-par-percentual is-par-fim.
           move spaces to is-par-tipo.
           move "N" to is-par-achou.
           if is01-stat not = "A"
              open input arqis01
              if is01-status not = "00"
                 go to fim-rotis01
              end-if
              move "A" to is01-stat
           end-if.
           move is-par-data to sec-data.
           divide is-par-data by 360 giving sec-ano.
           if sec-ano < 50
              add 36000 to sec-data
           end-if.
           move is-par-codigo to is01-codigo.
           move 0 to is01-seq.
           move 0 to erro.
           start arqis01 key is not less is01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              go to fim-rotis01
           end-if.
      *
       inicio-01.
           read arqis01 next record at end
                move 1 to erro
           end-read.
           if erro not = 0
              go to fim-rotis01
           end-if.
           if is01-codigo not = is-par-codigo
              go to fim-rotis01
           end-if.
           if is01-situacao not = "A"
              go to inicio-01
           end-if.
           move is01-inicio to sec-inicio.
           divide is01-inicio by 360 giving sec-ano.
           if sec-ano < 50
              add 36000 to sec-inicio
           end-if.
           move is01-fim to sec-fim.
           divide is01-fim by 360 giving sec-ano.
           if sec-ano < 50
              add 36000 to sec-fim
           end-if.
           if sec-data < sec-inicio or sec-data > sec-fim
              go to inicio-01
           end-if.
           if is-par-achou = "S" and
              is01-percentual not > is-par-percentual
              go to inicio-01
           end-if.
           move is01-seq to is-par-seq.
           move is01-tipo to is-par-tipo.
           move is01-percentual to is-par-percentual.
           move is01-fim to is-par-fim.
           move "S" to is-par-achou.
           go to inicio-01.
      *
       fim-rotis01.
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
      *    Mes de competencia: indice corrido de meses da data
      *    informada (com a janela de seculo)
      *
       rot-grava.
           if is02-stat not = "A"
              open i-o arqis02
              if is02-status = "35"
                 open output arqis02
                 close arqis02
                 open i-o arqis02
              end-if
              if is02-status not = "00"
                 go to rot-grava-fim
              end-if
              move "A" to is02-stat
           end-if.
           move is-par-data to sec-data.
           divide is-par-data by 360 giving sec-ano.
           if sec-ano < 50
              add 36000 to sec-data
           end-if.
           compute is02-mes = (sec-data - 1) / 30.
           move is-par-codigo to is02-codigo.
           move is-par-documento to is02-documento.
           move is-par-seq to is02-seq.
           move is-par-percentual to is02-percentual.
           move is-par-valor-cheio to is02-valor-cheio.
           move is-par-valor-isento to is02-valor-isento.
           move is-par-programa to is02-programa.
           move is-par-usuario to is02-usuario.
           move is-par-data-mov to is02-data.
           move 0 to erro.
           write reg-is02 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              rewrite reg-is02 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
      *
       rot-grava-fim.
           move 0 to erro.
           exit.
      *
       rot-fecha.
           if is01-stat = "A"
              close arqis01
              move "F" to is01-stat
           end-if.
           if is02-stat = "A"
              close arqis02
              move "F" to is02-stat
           end-if.
