      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGBE01A      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Baixas do Contas a Pagar :           *
      *                                                             *
      *  Le o arquivo no layout anterior (renomeado p/ ARQBE99A     *
      *  pelo operador, com o ARQBE01A ja convertido pelo qgbe01)   *
      *  e regrava no layout novo: entidade contabil informada      *
      *  pelo operador e usuario da inclusao do titulo em branco    *
      *  (desconhecido nas baixas ja gravadas - a auditoria do      *
      *  pgsd01 nao as considera). O registro de controle (chave    *
      *  high-values) segue como esta.                              *
      *  Log de conversao no diretorio LOG, um registro por         *
      *  migrado, como nas conversoes anteriores (qgbx01/qgbe01).   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgbe01a.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqbe01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is be01-chave
                  alternate record key is be01-chave-1
                  with duplicates
                  alternate record key is be01-chave-2
                  with duplicates
                  file status is be01-status.
      *
           select arqbe99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is be99-chave
                  alternate record key is be99-chave-1
                  with duplicates
                  alternate record key is be99-chave-2
                  with duplicates
                  file status is be99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdbe01.lib.
      *
      *  Layout antigo, convertido por este programa
      *
       fd  arqbe99
           label record is standard
           value of file-id is nome-arq-be99
           data record is reg-be99.
      *
       01 reg-be99.
          02 be99-chave.
             03 be99-baixa             pic 9(06).
          02 be99-chave-1.
             03 be99-codigo            pic 9(05).
             03 be99-condicao          pic x(01).
          02 be99-chave-2.
             03 be99-liquidacao        pic 9(06).
          02 be99-documento            pic x(10).
          02 be99-vencimento           pic 9(06).
          02 be99-valor                pic 9(11)v9(02).
          02 be99-obs                  pic x(30).
          02 be99-portador             pic 9(03).
          02 be99-operacao             pic 9(03).
          02 be99-valor-pago           pic 9(11)v9(02).
          02 be99-usuario              pic x(10).
          02 be99-data                 pic 9(06).
      *    be99-situacao: " " normal, "E" baixa estornada (be99-
      *    baixa-ref aponta o registro de estorno), "R" registro
      *    de estorno (be99-baixa-ref aponta a baixa estornada)
          02 be99-situacao             pic x(01).
          02 be99-baixa-ref            pic 9(06).
          02 be99-motivo               pic x(30).
      *    numero do bordero de pagamento que originou a baixa
      *    (pgre04); zero p/ baixas avulsas
          02 be99-bordero              pic 9(06).
      *    evento herdado do titulo na liquidacao
          02 be99-evento               pic x(05).
      *    emissao do titulo liquidado, p/ reconstituir o
      *    lancamento de emissao quando o titulo ja foi excluido
      *    (zero nas baixas avulsas e nos estornos)
          02 be99-emissao              pic 9(06).
      *    impostos retidos na liquidacao (regras por operacao na
      *    tabela tipo 26: pos 1-4 do resto IRRF 99v99, pos 5-8
      *    ISS 99v99, pos 9-19 valor minimo 9(9)v99); o liquido
      *    pago ao fornecedor = valor - retencoes; o recolhimento
      *    mensal (pgir01) totaliza e gera as guias
          02 be99-irrf                 pic 9(09)v9(02).
          02 be99-iss                  pic 9(09)v9(02).
      *    centro de custo herdado do titulo na liquidacao
          02 be99-ccusto               pic 9(03).
      *----------------------------------------------------------*
      *  reg-be99-1 - registro de controle (chave = high-values)  *
      *----------------------------------------------------------*
       01 reg-be99-1.
          02 be99-chave-controle.
             03 be99-controle          pic x(06).
          02 be99-ult-bx               pic 9(06).
          02 filler                    pic x(179).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 be01-status                  pic x(02) value "00".
      *
       01 nome-arq-be01.
          02 be01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 be01-nome                 pic x(08) value "ARQBE01A".
          02 filler                    pic x(01) value ".".
          02 be01-ext                  pic x(03) value "DAT".
      *
       01 be99-status                  pic x(02) value "00".
      *
       01 nome-arq-be99.
          02 be99-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 be99-nome                 pic x(08) value "ARQBE99A".
          02 filler                    pic x(01) value ".".
          02 be99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGBE01CV".
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
          02 cb-programa               pic x(08) value "QGBE01A".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
       01 entidade-conv                pic 9(01) value 1.
      *
       procedure division.
      *
       lab-00.
           open input arqbe99.
           if be99-status not = "00"
              display "ARQBE99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqbe01.
           if be01-status not = "00"
              display "ARQBE01A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to be99-chave.
           start arqbe99 key is not less be99-chave.
           display "Entidade dos registros (1 associacao, 2 instituto)".
           accept entidade-conv.
           if entidade-conv = 0
              move 1 to entidade-conv
           end-if.
           perform rot-open-logcv.
      *
       lab-01.
           read arqbe99 next at end go to lab-fim.
           move reg-be99 to reg-be01.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if be99-chave not = high-values
              move entidade-conv to be01-entidade
              move spaces to be01-usuario-inc
           end-if.
           write reg-be01 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display be99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqbe01 arqbe99.
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
           move be99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGBE01A" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-be99(1:50) to logcv-antes.
           move reg-be01(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
