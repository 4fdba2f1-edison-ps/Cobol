      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTJN01      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina do diario de atualizacoes: grava no ARQJN01 a       *
      *  imagem antes e depois de uma gravacao, regravacao ou       *
      *  exclusao feita pelo programa chamador, com usuario,        *
      *  programa, data e hora. O sequencial sai do registro de     *
      *  controle (chave em high-values), lido com trava mantida    *
      *  p/ que duas estacoes nao usem o mesmo numero. Usada pelos  *
      *  programas que atualizam os arquivos principais; o PGJN01   *
      *  consulta e reaplica o diario :                             *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rotjn01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqjn01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is jn01-chave
                  alternate record key is jn01-chave-1 with duplicates
                  alternate record key is jn01-chave-2 with duplicates
                  file status is jn01-status.
      *
       data division.
       file section.
      *
       copy fdjn01.lib.
      *
       working-storage section.
      *
       01 jn01-status                  pic x(02) value "00".
      *
       01 nome-arq-jn01.
          02 jn01-dir                  pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 jn01-nome                 pic x(08) value "ARQJN01A".
          02 filler                    pic x(01) value ".".
          02 jn01-ext                  pic x(03) value "DAT".
      *
       01 erro                         pic 9(01) value 0.
       01 campo-wait                   pic 9(04) comp-5 value 2.
       01 hora-corrente                pic 9(08) value 0.
       01 sequencial-jn                pic 9(09) value 0.
      *
       linkage section.
      *
       01 campo-jornal.
          02 jor-programa              pic x(08).
          02 jor-usuario               pic x(10).
          02 jor-data                  pic 9(05).
          02 jor-arquivo               pic x(08).
          02 jor-operacao              pic x(01).
          02 jor-chave                 pic x(40).
          02 jor-tamanho               pic 9(04).
          02 jor-antes                 pic x(500).
          02 jor-depois                pic x(500).
          02 jor-ok                    pic x(01).
      *
       procedure division using campo-jornal.
      *
       inicio.
           move "N" to jor-ok.
           open i-o arqjn01.
           if jn01-status = "35"
              open output arqjn01
              close arqjn01
              open i-o arqjn01
           end-if.
           if jn01-status not = "00"
              go to fim-rotjn01
           end-if.
           move high-values to jn01-controle.
           perform rot-le-jn01-trava.
           if erro not = 0
              move high-values to jn01-controle
              move 0 to jn01-ult-sequencial
              move spaces to reg-jn01-1(19:)
              write reg-jn01-1 invalid key
                    go to fim-arqjn01
              end-write
              perform rot-le-jn01-trava
              if erro not = 0
                 go to fim-arqjn01
              end-if
           end-if.
           add 1 to jn01-ult-sequencial.
           move jn01-ult-sequencial to sequencial-jn.
           rewrite reg-jn01-1 invalid key
                   unlock arqjn01 record
                   go to fim-arqjn01
           end-rewrite.
           unlock arqjn01 record.
      *
           move spaces to reg-jn01.
           move sequencial-jn to jn01-sequencial.
           move jor-arquivo to jn01-arquivo.
           move jor-chave to jn01-chave-reg.
           move jor-data to jn01-data.
           accept hora-corrente from time.
           move hora-corrente to jn01-hora.
           move jor-operacao to jn01-operacao.
           move jor-programa to jn01-programa.
           move jor-usuario to jn01-usuario.
           move jor-tamanho to jn01-tamanho.
           move jor-antes to jn01-antes.
           move jor-depois to jn01-depois.
           write reg-jn01 invalid key
                 go to fim-arqjn01
           end-write.
           move "S" to jor-ok.
      *
       fim-arqjn01.
           close arqjn01.
      *
       fim-rotjn01.
           exit program.
      *
      *    Le o controle com trava mantida
      *
       rot-le-jn01-trava.
           move 0 to erro.
           read arqjn01 with kept lock invalid key
                move 1 to erro
           end-read.
           if jn01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-jn01-trava
           end-if.
