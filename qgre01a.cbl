      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGRE01A      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Contas a Pagar :                     *
      *                                                             *
      *  Le o arquivo no layout anterior (renomeado p/ ARQRE99A     *
      *  pelo operador, com o ARQRE01A ja convertido pelo qgre01)   *
      *  e regrava no layout novo: dados do pagamento eletronico    *
      *  livres (sem codigo de barras, fora de bordero e de         *
      *  remessa) e entidade contabil informada pelo operador.      *
      *  Log de conversao no diretorio LOG, um registro por         *
      *  migrado, como nas conversoes anteriores (qgab01/qgre01).   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgre01a.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqre01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is re01-chave
                  alternate record key is re01-chave-1
                  with duplicates
                  alternate record key is re01-chave-2
                  with duplicates
                  file status is re01-status.
      *
           select arqre99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is re99-chave
                  alternate record key is re99-chave-1
                  with duplicates
                  alternate record key is re99-chave-2
                  with duplicates
                  file status is re99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdre01.lib.
      *
      *  Layout antigo, convertido por este programa
      *
       fd  arqre99
           label record is standard
           value of file-id is nome-arq-re99
           data record is reg-re99.
      *
       01 reg-re99.
          02 re99-chave.
             03 re99-documento         pic x(10).
          02 re99-chave-1.
             03 re99-codigo            pic 9(05).
             03 re99-condicao          pic x(01).
          02 re99-chave-2.
             03 re99-vencimento        pic 9(06).
          02 re99-valor                pic 9(11)v9(02).
          02 re99-obs                  pic x(30).
          02 re99-portador             pic 9(03).
          02 re99-operacao             pic 9(03).
          02 re99-emissao              pic 9(06).
          02 re99-usuario              pic x(10).
          02 re99-data                 pic 9(06).
      *    re99-doc-pai: documento do titulo original quando este
      *    titulo for uma parcela gerada a partir de um lancamento
      *    unico; em branco quando o titulo nao for parcelado.
          02 re99-doc-pai              pic x(10).
          02 re99-parcela              pic 9(02).
          02 re99-qtd-parcelas         pic 9(02).
      *    re99-aprovado: " " pendente (aguardando aprovacao),
      *    "S" aprovado; controla se o titulo pode ter sua baixa
      *    registrada em PGRE02.
          02 re99-aprovado             pic x(01).
      *    evento a que a despesa pertence (tabela tipo 17),
      *    p/ o resultado do evento (pgex03); branco = avulsa
          02 re99-evento               pic x(05).
      *    centro de custo (tabela tipo 27) p/ o resultado por
      *    area (pgcu01); zero = sem rateio
          02 re99-ccusto               pic 9(03).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 re01-status                  pic x(02) value "00".
      *
       01 nome-arq-re01.
          02 re01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 re01-nome                 pic x(08) value "ARQRE01A".
          02 filler                    pic x(01) value ".".
          02 re01-ext                  pic x(03) value "DAT".
      *
       01 re99-status                  pic x(02) value "00".
      *
       01 nome-arq-re99.
          02 re99-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 re99-nome                 pic x(08) value "ARQRE99A".
          02 filler                    pic x(01) value ".".
          02 re99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGRE01CV".
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
          02 cb-programa               pic x(08) value "QGRE01A".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
       01 entidade-conv                pic 9(01) value 1.
      *
       procedure division.
      *
       lab-00.
           open input arqre99.
           if re99-status not = "00"
              display "ARQRE99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqre01.
           if re01-status not = "00"
              display "ARQRE01A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to re99-chave.
           start arqre99 key is not less re99-chave.
           display "Entidade dos registros (1 associacao, 2 instituto)".
           accept entidade-conv.
           if entidade-conv = 0
              move 1 to entidade-conv
           end-if.
           perform rot-open-logcv.
      *
       lab-01.
           read arqre99 next at end go to lab-fim.
           move reg-re99 to reg-re01.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if re99-chave not = high-values
              move spaces to re01-cod-barras re01-pgto-sit
              move 0 to re01-bordero re01-remessa
              move entidade-conv to re01-entidade
           end-if.
           write reg-re01 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display re99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqre01 arqre99.
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
           move re99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGRE01A" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-re99(1:50) to logcv-antes.
           move reg-re01(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
