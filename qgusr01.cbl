      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGUSR01      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Cadastro de Usuarios :               *
      *                                                             *
      *  Le o arquivo no layout antigo (renomeado p/ ARQUSR99       *
      *  pelo operador), regrava no layout novo com os limites de   *
      *  aprovacao zerados (nao aprova - o supervisor informa no    *
      *  pgusr01), so a entidade 1 (associacao) liberada - as       *
      *  demais o supervisor libera no pgen01 - e o perfil de       *
      *  funcoes em branco (ainda nao definido), e preserva o       *
      *  registro de controle (chave high-values) como esta. Log    *
      *  de conversao no diretorio LOG, um registro por migrado     *
      *  (qgcd01a).                                                 *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgusr01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqusr assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is usr-chave
                  file status is usr-status.
      *
           select arqusr99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is usr99-chave
                  file status is usr99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdusr.lib.
      *
      *  Layout antigo, convertido por este programa (a chave e
      *  o restante do registro, que passa inalterado: senha,
      *  prioridade, impressora, usuario, data, acesso, falhas e
      *  bloqueio)
      *
       fd  arqusr99
           label record is standard
           value of file-id is nome-arq-usr99
           data record is reg-usr99.
      *
       01 reg-usr99.
          02 usr99-chave.
             03 usr99-usuario          pic x(10).
          02 usr99-resto               pic x(44).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 usr-status                   pic x(02) value "00".
      *
       01 nome-arq-usr.
          02 usr-dir                   pic x(03) value "USR".
          02 filler                    pic x(01) value "\".
          02 usr-nome                  pic x(08) value "ARQUSR00".
          02 filler                    pic x(01) value ".".
          02 usr-ext                   pic x(03) value "DAT".
      *
       01 usr99-status                 pic x(02) value "00".
      *
       01 nome-arq-usr99.
          02 usr99-dir                 pic x(03) value "USR".
          02 filler                    pic x(01) value "\".
          02 usr99-nome                pic x(08) value "ARQUSR99".
          02 filler                    pic x(01) value ".".
          02 usr99-ext                 pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGUSR1CV".
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
          02 cb-programa               pic x(08) value "QGUSR01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
      *
       procedure division.
      *
       lab-00.
           open input arqusr99.
           if usr99-status not = "00"
              display "ARQUSR99 nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqusr.
           if usr-status not = "00"
              display "ARQUSR00 nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to usr99-chave.
           start arqusr99 key is not less usr99-chave.
           perform rot-open-logcv.
      *
       lab-01.
           read arqusr99 next at end go to lab-fim.
           move reg-usr99 to reg-usr.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os limites sao zerados, so a
      *    entidade 1 fica liberada e o perfil fica em branco
      *
           if usr99-chave not = high-values
              move 0 to usr-limite-re usr-limite-pc
              move "S" to usr-entidades
              move spaces to usr-funcoes
           end-if.
           write reg-usr invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display usr99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqusr arqusr99.
           display "Convertidos: " tot-convertidos.
           stop run.
      *
      *    Log de conversao - um registro por migrado, p/ a
      *    execucao ficar auditavel (mesmo molde do qgcd01a)
      *
       rot-open-logcv.
           accept logcv-data-acc from date.
           move logcv-data-acc(4:3) to logcv-ext.
           open output arqlogcv.
      *
       rot-grava-logcv.
           move usr99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGUSR01" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-usr99(1:50) to logcv-antes.
           move reg-usr(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
