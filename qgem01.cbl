      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGEM01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Empenhos de Estoque :                *
      *                                                             *
      *  Le o arquivo no layout anterior (renomeado p/ ARQEM99A     *
      *  pelo operador) e regrava no layout novo com os empenhos    *
      *  sem centro de custo (zero = sem rateio). O registro de     *
      *  controle (chave high-values) segue como esta.              *
      *  Log de conversao no diretorio LOG, um registro por         *
      *  migrado, como nas conversoes anteriores (qgab01/qgcx01).   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgem01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqem01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is em01-chave
                  alternate record key is em01-chave-1
                  with duplicates
                  file status is em01-status.
      *
           select arqem99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is em99-chave
                  alternate record key is em99-chave-1
                  with duplicates
                  file status is em99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdem01.lib.
      *
      *  Layout antigo, convertido por este programa
      *
       fd  arqem99
           label record is standard
           value of file-id is nome-arq-em99
           data record is reg-em99.
      *
       01 reg-em99.
          02 em99-chave.
             03 em99-empenho           pic 9(05).
          02 em99-chave-1.
             03 em99-grupo             pic 9(05).
             03 em99-produto           pic 9(05).
          02 em99-evento               pic x(05).
          02 em99-quantidade           pic 9(05).
          02 em99-data-ini             pic 9(06).
          02 em99-data-fim             pic 9(06).
      *    em99-situacao: "A" ativo, "L" liberado (evento passou
      *    ou as saidas foram lancadas)
          02 em99-situacao             pic x(01).
          02 em99-usuario              pic x(10).
          02 em99-data                 pic 9(06).
      *----------------------------------------------------------*
      *  reg-em99-1 - registro de controle (chave = high-values)  *
      *----------------------------------------------------------*
       01 reg-em99-1.
          02 em99-chave-controle.
             03 em99-controle          pic x(05).
          02 em99-ult-emp              pic 9(05).
          02 filler                    pic x(44).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 em01-status                  pic x(02) value "00".
      *
       01 nome-arq-em01.
          02 em01-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 em01-nome                 pic x(08) value "ARQEM01A".
          02 filler                    pic x(01) value ".".
          02 em01-ext                  pic x(03) value "DAT".
      *
       01 em99-status                  pic x(02) value "00".
      *
       01 nome-arq-em99.
          02 em99-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 em99-nome                 pic x(08) value "ARQEM99A".
          02 filler                    pic x(01) value ".".
          02 em99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGEM01CV".
          02 filler                    pic x(01) value ".".
          02 logcv-ext                 pic x(03).
      *
       01 logcv-data-acc               pic 9(06) value 0.
       01 logcv-hora-acc               pic 9(08) value 0.
       01 logcv-hora-edit redefines logcv-hora-acc.
          02 logcv-hora-disp           pic 9(06).
          02 filler                    pic 9(02).
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "QGEM01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
      *
       procedure division.
      *
       lab-00.
           open input arqem99.
           if em99-status not = "00"
              display "ARQEM99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqem01.
           if em01-status not = "00"
              display "ARQEM01A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to em99-chave.
           start arqem99 key is not less em99-chave.
           perform rot-open-logcv.
      *
       lab-01.
           read arqem99 next at end go to lab-fim.
           move reg-em99 to reg-em01.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if em99-chave not = high-values
              move 0 to em01-ccusto
           end-if.
           write reg-em01 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display em99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqem01 arqem99.
           display "Convertidos: " tot-convertidos.
           stop run.
      *
      *    Log de conversao - um registro por migrado, p/ a
      *    execucao ficar auditavel (mesmo molde do qgab01)
      *
       rot-open-logcv.
           accept logcv-data-acc from date.
           move logcv-data-acc(4:3) to logcv-ext.
           open output arqlogcv.
      *
       rot-grava-logcv.
           move em99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGEM01" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-em99(1:50) to logcv-antes.
           move reg-em01(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
