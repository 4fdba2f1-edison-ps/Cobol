      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTFE01      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina de consulta ao fechamento mensal do estoque:        *
      *  recebe uma data em dias corridos e devolve "S" quando o    *
      *  mes (ano/mes) daquela data esta fechado no estoque na      *
      *  tabela tipo 57 do ARQTABL (fechamento pelo pgce1c, com os  *
      *  saldos guardados no ARQCE14), para que a movimentacao      *
      *  recuse movimentos datados dentro de mes fechado :          *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rotfe01.
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
      *
      *    Competencia (mesmo desdobramento de rot-data: ano =
      *    dias/360, mes = resto/30)
      *
       01 fe-comp.
          02 fe-comp-ano               pic 9(02) value 0.
          02 fe-comp-mes               pic 9(02) value 0.
       01 fe-resto                     pic 9(06) value 0.
      *
       linkage section.
      *
       01 campo-fecha-est.
          02 fe-par-data               pic 9(06).
          02 fe-par-fechada            pic x(01).
      *
       procedure division using campo-fecha-est.
      *
       inicio.
           move "N" to fe-par-fechada.
           if fe-par-data = 0
              go to fim-rotfe01
           end-if.
      *    Resto 0 e 30/11 e restos 1-30 sao dezembro do ano
      *    anterior ao quociente; resto multiplo de 30 e o dia 30
      *
           divide fe-par-data by 360
                  giving fe-comp-ano remainder fe-resto.
           if fe-resto = 0
              move 11 to fe-comp-mes
              subtract 1 from fe-comp-ano
              go to lab-consulta
           end-if.
           if fe-resto < 31
              move 12 to fe-comp-mes
              subtract 1 from fe-comp-ano
              go to lab-consulta
           end-if.
           divide fe-resto by 30
                  giving fe-comp-mes remainder fe-resto.
           if fe-resto = 0
              subtract 1 from fe-comp-mes
           end-if.
      *
       lab-consulta.
           open input arqtabl.
           if tabl-status not = "00"
              go to fim-rotfe01
           end-if.
           move "57" to tabl-tipo.
           move spaces to tabl-codigo.
           move fe-comp to tabl-codigo(1:4).
           move 0 to erro.
           read arqtabl invalid key
                move 1 to erro
           end-read.
           if erro = 0
              if tabl-resto(1:1) = "F"
                 move "S" to fe-par-fechada
              end-if
           end-if.
           close arqtabl.
      *
       fim-rotfe01.
           exit program.
