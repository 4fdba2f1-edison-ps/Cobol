      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGSL01C      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Inscricoes do Salao :                *
      *                                                             *
      *  Le o arquivo no layout anterior (renomeado p/ ARQSL99A     *
      *  pelo operador, com o ARQSL01A ja convertido pelo qgsl01b)  *
      *  e regrava no layout novo com o repasse de dados aos        *
      *  expositores nao autorizado ("N") - o participante          *
      *  autoriza na propria inscricao. O registro de controle      *
      *  (chave high-values) segue como esta.                       *
      *  Log de conversao no diretorio LOG, um registro por         *
      *  migrado, como nas conversoes anteriores (qgsl01a/qgsl01b). *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgsl01c.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqsl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl01-chave
                  alternate record key is sl01-chave-1
                  with duplicates
                  alternate record key is sl01-chave-2
                  with duplicates
                  alternate record key is sl01-chave-3
                  with duplicates
                  alternate record key is sl01-chave-4
                  with duplicates
                  file status is sl01-status.
      *
           select arqsl99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl99-chave
                  alternate record key is sl99-chave-1
                  with duplicates
                  alternate record key is sl99-chave-2
                  with duplicates
                  alternate record key is sl99-chave-3
                  with duplicates
                  alternate record key is sl99-chave-4
                  with duplicates
                  file status is sl99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdsl01.lib.
      *
      *  Layout antigo, convertido por este programa
      *
       fd  arqsl99
           label record is standard
           value of file-id is nome-arq-sl99
           data record is reg-sl99.
      *
       01 reg-sl99.
          02 sl99-chave.
             03 sl99-codigo            pic 9(05).
          02 sl99-chave-1.
             03 sl99-empresa           pic x(40).
          02 sl99-chave-2.
             03 sl99-nome              pic x(40).
          02 sl99-chave-3.
             03 sl99-empresa           pic x(40).
             03 sl99-grupo             pic x(01).
          02 sl99-chave-4.
             03 sl99-empresa           pic x(40).
             03 sl99-nome              pic x(40).
          02 sl99-empresa-a            pic x(40).
          02 sl99-nome-a               pic x(40).
          02 sl99-nome-cracha          pic x(15).
          02 sl99-cargo                pic x(15).
          02 sl99-endereco             pic x(40).
          02 sl99-cep                  pic 9(08).
          02 sl99-uf                   pic x(02).
          02 sl99-cidade               pic x(15).
          02 sl99-ddd                  pic 9(04).
          02 sl99-telefone             pic x(08).
          02 sl99-telex                pic x(08).
          02 sl99-fax                  pic x(08).
      *    sl99-presenca: "P" presente (carimbado pelo check-in
      *    de cracha do pgsl05, com data e hora da entrada)
          02 sl99-presenca             pic x(01).
          02 sl99-tkt                  pic x(01).
          02 sl99-etiqueta             pic x(01).
          02 sl99-usuario              pic x(10).
          02 sl99-data                 pic 9(06).
          02 sl99-data-checkin         pic 9(06).
          02 sl99-hora-checkin         pic 9(04).
      *    evento a que o participante pertence (tabela tipo 17):
      *    permite dois eventos registrados e credenciados ao
      *    mesmo tempo e preserva o historico dos passados, em
      *    vez de expurgar a base a cada congresso
          02 sl99-evento               pic x(05).
      *----------------------------------------------------------*
      *  reg-sl99-1 - registro de controle (chave = high-values)  *
      *----------------------------------------------------------*
       01 reg-sl99-1.
          02 sl99-chave-controle.
             03 sl99-controle          pic x(05).
          02 sl99-numero               pic 9(05).
          02 filler                    pic x(433).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 sl01-status                  pic x(02) value "00".
      *
       01 nome-arq-sl01.
          02 sl01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 sl01-nome                 pic x(08) value "ARQSL01A".
          02 filler                    pic x(01) value ".".
          02 sl01-ext                  pic x(03) value "DAT".
      *
       01 sl99-status                  pic x(02) value "00".
      *
       01 nome-arq-sl99.
          02 sl99-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 sl99-nome                 pic x(08) value "ARQSL99A".
          02 filler                    pic x(01) value ".".
          02 sl99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGSL01CV".
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
          02 cb-programa               pic x(08) value "QGSL01C".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
      *
       procedure division.
      *
       lab-00.
           open input arqsl99.
           if sl99-status not = "00"
              display "ARQSL99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqsl01.
           if sl01-status not = "00"
              display "ARQSL01A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to sl99-chave.
           start arqsl99 key is not less sl99-chave.
           perform rot-open-logcv.
      *
       lab-01.
           read arqsl99 next at end go to lab-fim.
           move reg-sl99 to reg-sl01.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if sl99-chave not = high-values
              move "N" to sl01-compartilha
           end-if.
           write reg-sl01 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display sl99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqsl01 arqsl99.
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
           move sl99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGSL01C" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-sl99(1:50) to logcv-antes.
           move reg-sl01(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
