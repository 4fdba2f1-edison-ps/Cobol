      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTTRN01     *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina de verificacao do ambiente de treinamento: procura  *
      *  no ARQTABL o registro tipo 60 codigo "TREIN", gravado      *
      *  pelo PGTN01 na tabela da copia de treinamento / teste.     *
      *  Encontrado, devolve trn-par-ativo = "S" e o destino da     *
      *  copia; os programas de remessa bancaria e de impressao     *
      *  de boleto recusam a funcao nesse caso :                    *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rottrn01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
       data division.
       file section.
      *
       copy fdtabl.lib.
      *
       working-storage section.
      *
       01 tabl-status                  pic x(02) value "00".
      *
       01 nome-arq-tabl.
          02 tabl-dir                  pic x(03) value "TBL".
          02 filler                    pic x(01) value "\".
          02 tabl-nome                 pic x(08) value "ARQTABLA".
          02 filler                    pic x(01) value ".".
          02 tabl-ext                  pic x(03) value "DAT".
      *
       01 erro                         pic 9(01) value 0.
       01 campo-wait                   pic 9(04) comp-5 value 2.
      *
       linkage section.
      *
       01 campo-treino.
          02 trn-par-ativo             pic x(01).
          02 trn-par-destino           pic x(20).
      *
       procedure division using campo-treino.
      *
       inicio.
           move "N" to trn-par-ativo.
           move spaces to trn-par-destino.
           open input arqtabl.
           if tabl-status not = "00"
              go to fim-rottrn01
           end-if.
           move "60" to tabl-tipo.
           move "TREIN" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move "S" to trn-par-ativo
              move tabl-resto to trn-par-destino
           end-if.
           close arqtabl.
      *
       fim-rottrn01.
           exit program.
      *
       rot-le-tabl.
           move 0 to erro.
           read arqtabl invalid key
                move 1 to erro
           end-read.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tabl
           end-if.
