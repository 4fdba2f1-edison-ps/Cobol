      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGCX01A      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Caixa :                              *
      *                                                             *
      *  Le o arquivo no layout anterior (renomeado p/ ARQCX99A     *
      *  pelo operador, com o ARQCX01A ja convertido pelo qgcx01)   *
      *  e regrava no layout novo com a entidade contabil           *
      *  informada pelo operador. O registro de controle (chave     *
      *  high-values) segue como esta.                              *
      *  Log de conversao no diretorio LOG, um registro por         *
      *  migrado, como nas conversoes anteriores (qgbx01/qgcx01).   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgcx01a.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqcx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cx01-chave
                  alternate record key is cx01-chave-1
                  with duplicates
                  file status is cx01-status.
      *
           select arqcx99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cx99-chave
                  alternate record key is cx99-chave-1
                  with duplicates
                  file status is cx99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdcx01.lib.
      *
      *  Layout antigo, convertido por este programa
      *
       fd  arqcx99
           label record is standard
           value of file-id is nome-arq-cx99
           data record is reg-cx99.
      *
       01 reg-cx99.
          02 cx99-chave.
             03 cx99-lancamento        pic 9(06).
          02 cx99-chave-1.
             03 cx99-data-mov          pic 9(06).
      *    cx99-tipo: "E" entrada, "S" saida, "F" fechamento do
      *    dia (cx99-valor = saldo final; a presenca do registro
      *    "F" tranca o dia p/ novos lancamentos)
          02 cx99-tipo                 pic x(01).
          02 cx99-operacao             pic 9(03).
          02 cx99-historico            pic x(30).
          02 cx99-valor                pic 9(11)v9(02).
          02 cx99-usuario              pic x(10).
          02 cx99-data                 pic 9(06).
      *    centro de custo (tabela tipo 27) p/ o resultado por
      *    area (pgcu01); zero = sem rateio
          02 cx99-ccusto               pic 9(03).
      *----------------------------------------------------------*
      *  reg-cx99-1 - registro de controle (chave = high-values)  *
      *----------------------------------------------------------*
       01 reg-cx99-1.
          02 cx99-chave-controle.
             03 cx99-controle          pic x(06).
          02 cx99-ult-lanc             pic 9(06).
          02 filler                    pic x(66).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 cx01-status                  pic x(02) value "00".
      *
       01 nome-arq-cx01.
          02 cx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 cx01-nome                 pic x(08) value "ARQCX01A".
          02 filler                    pic x(01) value ".".
          02 cx01-ext                  pic x(03) value "DAT".
      *
       01 cx99-status                  pic x(02) value "00".
      *
       01 nome-arq-cx99.
          02 cx99-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 cx99-nome                 pic x(08) value "ARQCX99A".
          02 filler                    pic x(01) value ".".
          02 cx99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGCX01CV".
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
          02 cb-programa               pic x(08) value "QGCX01A".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
       01 entidade-conv                pic 9(01) value 1.
      *
       procedure division.
      *
       lab-00.
           open input arqcx99.
           if cx99-status not = "00"
              display "ARQCX99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqcx01.
           if cx01-status not = "00"
              display "ARQCX01A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to cx99-chave.
           start arqcx99 key is not less cx99-chave.
           display "Entidade dos registros (1 associacao, 2 instituto)".
           accept entidade-conv.
           if entidade-conv = 0
              move 1 to entidade-conv
           end-if.
           perform rot-open-logcv.
      *
       lab-01.
           read arqcx99 next at end go to lab-fim.
           move reg-cx99 to reg-cx01.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if cx99-chave not = high-values
              move entidade-conv to cx01-entidade
           end-if.
           write reg-cx01 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display cx99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqcx01 arqcx99.
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
           move cx99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGCX01A" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-cx99(1:50) to logcv-antes.
           move reg-cx01(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
