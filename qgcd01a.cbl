      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGCD01A      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Cadastro Geral :                     *
      *                                                             *
      *  Le o arquivo no layout antigo (renomeado p/ ARQCD99A       *
      *  pelo operador), regrava no layout novo com os dados        *
      *  bancarios do pagamento eletronico inicializados e          *
      *  preserva o registro de controle (chave high-values) como   *
      *  esta. Log de conversao no diretorio LOG, um registro por   *
      *  migrado, como nas conversoes anteriores (qgab01/qgbx01).   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgcd01a.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqcd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cd01-chave
                  alternate record key is cd01-chave-1 with duplicates
                  alternate record key is cd01-chave-2 with duplicates
                  alternate record key is cd01-chave-3 with duplicates
                  alternate record key is cd01-chave-4 with duplicates
                  file status is cd01-status.
      *
           select arqcd99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cd99-chave
                  alternate record key is cd99-chave-1 with duplicates
                  alternate record key is cd99-chave-2 with duplicates
                  alternate record key is cd99-chave-3 with duplicates
                  alternate record key is cd99-chave-4 with duplicates
                  file status is cd99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdcd01.lib.
      *
      *  Layout antigo, convertido por este programa (as chaves e
      *  o restante do registro, que passa inalterado)
      *
       fd  arqcd99
           label record is standard
           value of file-id is nome-arq-cd99
           data record is reg-cd99.
      *
       01 reg-cd99.
          02 cd99-chave.
             03 cd99-codigo            pic 9(05).
          02 cd99-chave-1.
             03 cd99-nome-fantasia     pic x(40).
          02 cd99-chave-2.
             03 cd99-razao-social      pic x(40).
          02 cd99-chave-3.
             03 cd99-categoria         pic 9(03).
             03 cd99-razao-social-3    pic x(40).
          02 cd99-chave-4.
             03 cd99-cgcpf             pic 9(14).
          02 cd99-resto                pic x(277).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 cd01-status                  pic x(02) value "00".
      *
       01 nome-arq-cd01.
          02 cd01-dir                  pic x(03) value "CD1".
          02 filler                    pic x(01) value "\".
          02 cd01-nome                 pic x(08) value "ARQCD01A".
          02 filler                    pic x(01) value ".".
          02 cd01-ext                  pic x(03) value "DAT".
      *
       01 cd99-status                  pic x(02) value "00".
      *
       01 nome-arq-cd99.
          02 cd99-dir                  pic x(03) value "CD1".
          02 filler                    pic x(01) value "\".
          02 cd99-nome                 pic x(08) value "ARQCD99A".
          02 filler                    pic x(01) value ".".
          02 cd99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGCD01CV".
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
          02 cb-programa               pic x(08) value "QGCD01A".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
      *
       procedure division.
      *
       lab-00.
           open input arqcd99.
           if cd99-status not = "00"
              display "ARQCD99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqcd01.
           if cd01-status not = "00"
              display "ARQCD01A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to cd99-chave.
           start arqcd99 key is not less cd99-chave.
           perform rot-open-logcv.
      *
       lab-01.
           read arqcd99 next at end go to lab-fim.
           move reg-cd99 to reg-cd01.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if cd99-chave not = high-values
              move spaces to cd01-forma-pgto cd01-agencia-dv
                             cd01-conta-dv
              move 0 to cd01-banco cd01-agencia cd01-conta
           end-if.
           write reg-cd01 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display cd99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqcd01 arqcd99.
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
           move cd99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGCD01A" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-cd99(1:50) to logcv-antes.
           move reg-cd01(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
