      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTDTP01     *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina da data de processamento: le no ARQTABL o registro  *
      *  tipo 61 codigo "DTPRC", mantido pelo PGDT01, e devolve a   *
      *  data de processamento (dias corridos), quem a alterou e    *
      *  quando. Sem o registro devolve zero e o chamador segue     *
      *  com a data do sistema. Usada pela cadeia noturna e pelos   *
      *  processos em lote (mensalidades, cobranca, provisao,       *
      *  alertas, estoque e remessas) :                             *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rotdtp01.
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
       01 campo-data-proc.
          02 dtp-par-data              pic 9(05).
          02 dtp-par-usr               pic x(10).
          02 dtp-par-alteracao         pic 9(05).
      *
       procedure division using campo-data-proc.
      *
       inicio.
           move 0 to dtp-par-data dtp-par-alteracao.
           move spaces to dtp-par-usr.
           open input arqtabl.
           if tabl-status not = "00"
              go to fim-rotdtp01
           end-if.
           move "61" to tabl-tipo.
           move "DTPRC" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-data to dtp-par-data
              move tabl-usr to dtp-par-usr
              if tabl-resto(6:5) numeric
                 move tabl-resto(6:5) to dtp-par-alteracao
              end-if
           end-if.
           close arqtabl.
      *
       fim-rotdtp01.
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
