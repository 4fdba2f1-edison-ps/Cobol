      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  QGRC01B      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Conversao de layout - Contas a Receber :                   *
      *                                                             *
      *  Le o arquivo no layout anterior (renomeado p/ ARQRC99A     *
      *  pelo operador, com o ARQRC01A ja convertido pelo qgrc01a)  *
      *  e regrava no layout novo com a entidade contabil           *
      *  informada pelo operador. O registro de controle (chave     *
      *  high-values) segue como esta.                              *
      *  Log de conversao no diretorio LOG, um registro por         *
      *  migrado, como nas conversoes anteriores (qgrc01/qgrc01a).  *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. qgrc01b.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqrc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rc01-chave
                  alternate record key is rc01-chave-1
                  with duplicates
                  alternate record key is rc01-chave-2
                  with duplicates
                  alternate record key is rc01-chave-3
                  with duplicates
                  file status is rc01-status.
      *
           select arqrc99 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rc99-chave
                  alternate record key is rc99-chave-1
                  with duplicates
                  alternate record key is rc99-chave-2
                  with duplicates
                  alternate record key is rc99-chave-3
                  with duplicates
                  file status is rc99-status.
      *
           select arqlogcv assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
       data division.
       file section.
      *
       copy fdrc01.lib.
      *
      *  Layout antigo, convertido por este programa
      *
       fd  arqrc99
           label record is standard
           value of file-id is nome-arq-rc99
           data record is reg-rc99.
      *
       01 reg-rc99.
          02 rc99-chave.
             03 rc99-codigo            pic 9(05).
             03 rc99-condicao          pic x(01).
             03 rc99-documento         pic x(10).
          02 rc99-chave-1.
             03 rc99-codigo-a          pic 9(05).
             03 rc99-condicao-a        pic x(01).
          02 rc99-chave-2.
             03 rc99-vencimento        pic 9(06).
          02 rc99-chave-3.
             03 rc99-documento-a       pic x(10).
          02 rc99-valor                pic 9(11)v9(02).
          02 rc99-obs                  pic x(30).
          02 rc99-portador             pic 9(03).
          02 rc99-operacao             pic 9(03).
          02 rc99-emissao              pic 9(06).
          02 rc99-usuario              pic x(10).
          02 rc99-data                 pic 9(06).
          02 rc99-doc-cob              pic x(08).
      *    rc99-situacao: " " normal, "C" cancelado/substituido
      *    por reemissao (rc99-doc-sucessor informa o novo docto.),
      *    "P" liquidado parcialmente (rc99-doc-sucessor informa o
      *    titulo residual gerado pelo saldo)
          02 rc99-situacao             pic x(01).
          02 rc99-doc-sucessor         pic x(10).
      *    titulo indexado: sigla da moeda (tabela de cotacoes
      *    ARQCO01) e valor em unidades da moeda; a liquidacao
      *    converte pela cotacao da data via ROTCOT01. Titulo em
      *    cruzeiros = rc99-moeda em branco
          02 rc99-moeda                pic x(04).
          02 rc99-valor-moeda          pic 9(09)v9(02).
      *    evento a que o movimento pertence (tabela tipo 17),
      *    p/ o resultado do evento (pgex03); branco = avulso
          02 rc99-evento               pic x(05).
      *    centro de custo (tabela tipo 27) p/ o resultado por
      *    area (pgcu01); zero = sem rateio
          02 rc99-ccusto               pic 9(03).
      *    rc99-carne: "S" quando o titulo ja saiu impresso num
      *    carne (pgft08) - a reimpressao passa a ser deliberada
          02 rc99-carne                pic x(01).
      *----------------------------------------------------------*
      *  reg-rc99-1 - registro de controle (chave = high-values)  *
      *----------------------------------------------------------*
       01 reg-rc99-1.
          02 rc99-chave-controle.
             03 rc99-controle          pic x(38).
          02 rc99-ult-fat              pic 9(06).
          02 filler                    pic x(108).
      *
       copy fdlogcv.lib.
      *
       working-storage section.
      *
       01 rc01-status                  pic x(02) value "00".
      *
       01 nome-arq-rc01.
          02 rc01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rc01-nome                 pic x(08) value "ARQRC01A".
          02 filler                    pic x(01) value ".".
          02 rc01-ext                  pic x(03) value "DAT".
      *
       01 rc99-status                  pic x(02) value "00".
      *
       01 nome-arq-rc99.
          02 rc99-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rc99-nome                 pic x(08) value "ARQRC99A".
          02 filler                    pic x(01) value ".".
          02 rc99-ext                  pic x(03) value "DAT".
      *
       01 logcv-status                 pic x(02) value "00".
      *
       01 nome-arq-logcv.
          02 logcv-dir                 pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 logcv-nome                pic x(08) value "QGRC01CV".
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
          02 cb-programa               pic x(08) value "QGRC01B".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 tot-convertidos              pic 9(07) value 0.
       01 entidade-conv                pic 9(01) value 1.
      *
       procedure division.
      *
       lab-00.
           open input arqrc99.
           if rc99-status not = "00"
              display "ARQRC99A nao abriu - renomeie o arquivo"
              stop run
           end-if.
           open output arqrc01.
           if rc01-status not = "00"
              display "ARQRC01A nao abriu p/ gravacao"
              stop run
           end-if.
           move low-values to rc99-chave.
           start arqrc99 key is not less rc99-chave.
           display "Entidade dos registros (1 associacao, 2 instituto)".
           accept entidade-conv.
           if entidade-conv = 0
              move 1 to entidade-conv
           end-if.
           perform rot-open-logcv.
      *
       lab-01.
           read arqrc99 next at end go to lab-fim.
           move reg-rc99 to reg-rc01.
      *
      *    Registro de controle (chave high-values) segue como
      *    esta; nos demais os campos novos sao inicializados
      *
           if rc99-chave not = high-values
              move entidade-conv to rc01-entidade
           end-if.
           write reg-rc01 invalid key
                 continue
           end-write.
           perform rot-grava-logcv.
           add 1 to tot-convertidos.
           display rc99-chave.
           go to lab-01.
      *
       lab-fim.
           perform rot-close-logcv.
           close arqrc01 arqrc99.
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
           move rc99-chave to logcv-chave.
           move logcv-data-acc to logcv-data.
           accept logcv-hora-acc from time.
           move logcv-hora-disp to logcv-hora.
           move "QGRC01B" to logcv-programa.
           move spaces to logcv-usuario.
           move "I" to logcv-operacao.
           move reg-rc99(1:50) to logcv-antes.
           move reg-rc01(1:50) to logcv-depois.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
