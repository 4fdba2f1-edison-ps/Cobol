      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGBX01B      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Baixas do Contas a Receber :         *
      *                                                             *
      *  Le o arquivo no layout anterior (renomeado p/ ARQBX99A     *
      *  pelo operador, com o ARQBX01A ja convertido pelo qgbx01a)  *
      *  e regrava no layout novo: desconto zerado, entidade        *
      *  contabil informada pelo operador e usuario da inclusao do  *
      *  titulo em branco (desconhecido nas baixas ja gravadas - a  *
      *  auditoria do pgsd01 nao as considera). O registro de       *
      *  controle (chave high-values) segue como esta.              *
      *  Log de conversao no diretorio LOG, um registro por         *
      *  migrado, como nas conversoes anteriores (qgbx01/qgbx01a).  *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgbx01b.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqbx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bx01-chave
                  alternate record key is bx01-chave-1
                  with duplicates
                  alternate record key is bx01-chave-2
                  with duplicates
                  file status is bx01-status.
      *
           select arqbx99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bx99-chave
                  alternate record key is bx99-chave-1
                  with duplicates
                  alternate record key is bx99-chave-2
                  with duplicates
                  file status is bx99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdbx01.lib.
      *
      *  Layout antigo, convertido por este programa
      *
       fd  arqbx99
           label record is standard
           value of file-id is nome-arq-bx99
           data record is reg-bx99.
      *
       01 reg-bx99.
          02 bx99-chave.
             03 bx99-baixa             pic 9(06).
          02 bx99-chave-1.
             03 bx99-codigo            pic 9(05).
             03 bx99-condicao          pic x(01).
          02 bx99-chave-2.
             03 bx99-liquidacao        pic 9(06).
          02 bx99-documento            pic x(10).
          02 bx99-vencimento           pic 9(06).
          02 bx99-valor                pic 9(11)v9(02).
          02 bx99-obs                  pic x(30).
          02 bx99-portador             pic 9(03).
          02 bx99-operacao             pic 9(03).
          02 bx99-valor-pago           pic 9(11)v9(02).
          02 bx99-usuario              pic x(10).
          02 bx99-data                 pic 9(06).
      *    bx99-situacao: " " normal, "E" baixa estornada (bx99-
      *    baixa-ref aponta o registro de estorno), "R" registro
      *    de estorno (bx99-baixa-ref aponta a baixa estornada),
      *    "C" cheque pre-datado em custodia (pgch01) - ainda nao
      *    compensado, nao conta como dinheiro em caixa
          02 bx99-situacao             pic x(01).
          02 bx99-baixa-ref            pic 9(06).
          02 bx99-motivo               pic x(30).
      *    encargos cobrados na liquidacao em atraso (taxas por
      *    portador na tabela tipo 04), destacados do valor pago
      *    para o relatorio de receita de encargos
          02 bx99-multa                pic 9(09)v9(02).
          02 bx99-juros                pic 9(09)v9(02).
      *    numero do recibo de quitacao emitido p/ esta baixa
      *    (serie na tabela tipo 10, codigo "RECIB"); zero quando
      *    nenhum recibo foi emitido
          02 bx99-recibo               pic 9(06).
      *    evento herdado do titulo na liquidacao
          02 bx99-evento               pic x(05).
      *    emissao do titulo liquidado, p/ reconstituir o
      *    lancamento de emissao quando o titulo ja foi excluido
      *    (zero nas baixas avulsas e nos estornos)
          02 bx99-emissao              pic 9(06).
      *    centro de custo herdado do titulo na liquidacao
          02 bx99-ccusto               pic 9(03).
      *----------------------------------------------------------*
      *  reg-bx99-1 - registro de controle (chave = high-values)  *
      *----------------------------------------------------------*
       01 reg-bx99-1.
          02 bx99-chave-controle.
             03 bx99-controle          pic x(06).
          02 bx99-ult-bx               pic 9(06).
          02 filler                    pic x(179).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 bx01-status                  pic x(02) value "00".
      *
       01 nome-arq-bx01.
          02 bx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 bx01-nome                 pic x(08) value "ARQBX01A".
          02 filler                    pic x(01) value ".".
          02 bx01-ext                  pic x(03) value "DAT".
      *
       01 bx99-status                  pic x(02) value "00".
      *
       01 nome-arq-bx99.
          02 bx99-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 bx99-nome                 pic x(08) value "ARQBX99A".
          02 filler                    pic x(01) value ".".
          02 bx99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGBX01CV".
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
          02 cb-programa               pic x(08) value "QGBX01B".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
       01 entidade-conv                pic 9(01) value 1.
      *
       procedure division.
      *
       lab-00.
           open input arqbx99.
           if bx99-status not = "00"
              display "ARQBX99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqbx01.
           if bx01-status not = "00"
              display "ARQBX01A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to bx99-chave.
           start arqbx99 key is not less bx99-chave.
           display "Entidade dos registros (1 associacao, 2 instituto)".
           accept entidade-conv.
           if entidade-conv = 0
              move 1 to entidade-conv
           end-if.
           perform rot-open-logcv.
      *
       lab-01.
           read arqbx99 next at end go to lab-fim.
           move reg-bx99 to reg-bx01.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if bx99-chave not = high-values
              move 0 to bx01-desconto
              move entidade-conv to bx01-entidade
              move spaces to bx01-usuario-inc
           end-if.
           write reg-bx01 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display bx99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqbx01 arqbx99.
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
           move bx99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGBX01B" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-bx99(1:50) to logcv-antes.
           move reg-bx01(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
