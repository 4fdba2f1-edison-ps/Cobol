      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGCE03A      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Movimentos de Estoque :              *
      *                                                             *
      *  Le o arquivo no layout anterior (renomeado p/ ARQCE99A     *
      *  pelo operador, com o ARQCE03A ja convertido pelo qgce03)   *
      *  e regrava no layout novo: movimentos sem centro de custo   *
      *  e com o custo medio zerado (ainda nao atualizado) - rodar  *
      *  em seguida o recalculo retroativo (pgce1b) desde o         *
      *  primeiro mes com movimento. O registro de controle (chave  *
      *  high-values) segue como esta.                              *
      *  Log de conversao no diretorio LOG, um registro por         *
      *  migrado, como nas conversoes anteriores (qgab01/qgce03).   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgce03a.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqce03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce03-chave
                  alternate record key is ce03-chave-1
                  with duplicates
                  alternate record key is ce03-chave-2
                  with duplicates
                  file status is ce03-status.
      *
           select arqce99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce99-chave
                  alternate record key is ce99-chave-1
                  with duplicates
                  alternate record key is ce99-chave-2
                  with duplicates
                  file status is ce99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdce03.lib.
      *
      *  Layout antigo, convertido por este programa
      *
       fd  arqce99
           label record is standard
           value of file-id is nome-arq-ce99
           data record is reg-ce99.
      *
       01 reg-ce99.
          02 ce99-chave.
             03 ce99-codigo            pic 9(06).
          02 ce99-chave-1.
             03 ce99-grupo             pic 9(05).
             03 ce99-produto           pic 9(05).
             03 ce99-data-mov          pic 9(06).
          02 ce99-chave-2.
             03 ce99-grupo             pic 9(05).
             03 ce99-produto           pic 9(05).
             03 ce99-movimento         pic 9(01).
          02 ce99-cliente              pic 9(05).
          02 ce99-nf                   pic x(10).
          02 ce99-quantidade           pic 9(05).
          02 ce99-preco                pic 9(11)v9(02).
          02 ce99-obs                  pic x(40).
          02 ce99-flag-atu             pic x(02).
          02 ce99-flag-fat             pic x(01).
          02 ce99-usuario              pic x(10).
          02 ce99-data                 pic 9(06).
      *    deposito do movimento (tabela tipo 30); na
      *    transferencia (movimento 6) o deposito e a origem e
      *    ce99-dep-destino recebe o destino. Saldos por deposito
      *    no ARQCE04, mantidos pela atualizacao (pgce04)
          02 ce99-deposito             pic 9(02).
          02 ce99-dep-destino          pic 9(02).
      *    lote do movimento, p/ produto com controle de lote
      *    (ce02-ctl-lote = "S"); saldos por lote no ARQCE05
          02 ce99-lote                 pic x(10).
      *----------------------------------------------------------*
      *  reg-ce99-1 - registro de controle (chave = high-values)  *
      *----------------------------------------------------------*
       01 reg-ce99-1.
          02 ce99-chave-controle.
             03 ce99-controle          pic x(06).
          02 ce99-sequencia            pic 9(06).
          02 ce99-atualizacao          pic x(01).
          02 ce99-data-atu             pic 9(05).
          02 filler                    pic x(121).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 ce03-status                  pic x(02) value "00".
      *
       01 nome-arq-ce03.
          02 ce03-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce03-nome                 pic x(08) value "ARQCE03A".
          02 filler                    pic x(01) value ".".
          02 ce03-ext                  pic x(03) value "DAT".
      *
       01 ce99-status                  pic x(02) value "00".
      *
       01 nome-arq-ce99.
          02 ce99-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce99-nome                 pic x(08) value "ARQCE99A".
          02 filler                    pic x(01) value ".".
          02 ce99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGCE03CV".
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
          02 cb-programa               pic x(08) value "QGCE03A".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
      *
       procedure division.
      *
       lab-00.
           open input arqce99.
           if ce99-status not = "00"
              display "ARQCE99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqce03.
           if ce03-status not = "00"
              display "ARQCE03A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to ce99-chave.
           start arqce99 key is not less ce99-chave.
           perform rot-open-logcv.
      *
       lab-01.
           read arqce99 next at end go to lab-fim.
           move reg-ce99 to reg-ce03.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if ce99-chave not = high-values
              move 0 to ce03-ccusto
              move 0 to ce03-custo
           end-if.
           write reg-ce03 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display ce99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqce03 arqce99.
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
           move ce99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGCE03A" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-ce99(1:50) to logcv-antes.
           move reg-ce03(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
