      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGPJ01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Processos Judiciais e Contingencias :                      *
      *                                                             *
      *  (P)rocesso     - vara, numero, tipo (trabalhista,          *
      *                   cobranca, consumidor), polo, partes       *
      *                   (ARQAB01 / ARQCD01), escritorio, valor    *
      *                   da causa e risco de perda informado pelo  *
      *                   advogado (provavel, possivel, remota);    *
      *  (M)ovimento    - audiencias, gravadas como compromisso no  *
      *                   ARQAG01, e depositos judiciais, custas e  *
      *                   honorarios, gravados como titulo a pagar  *
      *                   da serie JURID no ARQRE01 (pendente de    *
      *                   aprovacao), com operacao (tabela tipo 05) *
      *                   e portador (tipo 04) informados e a       *
      *                   condicao do favorecido no ARQAB01;        *
      *  (C)ontingencia - relatorio trimestral p/ as notas do       *
      *                   balanco: processos em andamento no fim    *
      *                   do trimestre separados em perda provavel, *
      *                   possivel e remota, e as acoes movidas     *
      *                   pela associacao.                          *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgpj01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqpj01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pj01-chave
                  alternate record key is pj01-chave-1 with duplicates
                  file status is pj01-status.
      *
           select arqpj02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pj02-chave
                  file status is pj02-status.
      *
           select arqab01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab01-chave
                  alternate record key is ab01-chave-1 with duplicates
                  alternate record key is ab01-chave-2 with duplicates
                  file status is ab01-status.
      *
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
           select arqag01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ag01-chave
                  alternate record key is ag01-chave-1 with duplicates
                  alternate record key is ag01-chave-2 with duplicates
                  alternate record key is ag01-chave-3 with duplicates
                  alternate record key is ag01-chave-4 with duplicates
                  alternate record key is ag01-chave-5 with duplicates
                  file status is ag01-status.
      *
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqre01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is re01-chave
                  alternate record key is re01-chave-1 with duplicates
                  alternate record key is re01-chave-2 with duplicates
                  file status is re01-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdpj01.lib.
      *
       copy fdpj02.lib.
      *
       copy fdab01.lib.
      *
       copy fdcd01.lib.
      *
       copy fdag01.lib.
      *
       copy fdtabl.lib.
      *
       copy fdre01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 pj01-status                  pic x(02) value "00".
       01 pj01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pj01.
          02 pj01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 pj01-nome                 pic x(08) value "ARQPJ01A".
          02 filler                    pic x(01) value ".".
          02 pj01-ext                  pic x(03) value "DAT".
      *
       01 pj02-status                  pic x(02) value "00".
       01 pj02-stat                    pic x(01) value "F".
      *
       01 nome-arq-pj02.
          02 pj02-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 pj02-nome                 pic x(08) value "ARQPJ02A".
          02 filler                    pic x(01) value ".".
          02 pj02-ext                  pic x(03) value "DAT".
      *
       01 ab01-status                  pic x(02) value "00".
       01 ab01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab01.
          02 ab01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ab01-nome                 pic x(08) value "ARQAB01A".
          02 filler                    pic x(01) value ".".
          02 ab01-ext                  pic x(03) value "DAT".
      *
       01 cd01-status                  pic x(02) value "00".
       01 cd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cd01.
          02 cd01-dir                  pic x(03) value "CD2".
          02 filler                    pic x(01) value "\".
          02 cd01-nome                 pic x(08) value "ARQCD01A".
          02 filler                    pic x(01) value ".".
          02 cd01-ext                  pic x(03) value "DAT".
      *
       01 ag01-status                  pic x(02) value "00".
       01 ag01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ag01.
          02 ag01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ag01-nome-arq             pic x(08) value "ARQAG01A".
          02 filler                    pic x(01) value ".".
          02 ag01-ext                  pic x(03) value "DAT".
      *
       01 tabl-status                  pic x(02) value "00".
       01 tabl-stat                    pic x(01) value "F".
      *
       01 nome-arq-tabl.
          02 tabl-dir                  pic x(03) value "TBL".
          02 filler                    pic x(01) value "\".
          02 tabl-nome                 pic x(08) value "ARQTABLA".
          02 filler                    pic x(01) value ".".
          02 tabl-ext                  pic x(03) value "DAT".
      *
       01 re01-status                  pic x(02) value "00".
       01 re01-stat                    pic x(01) value "F".
      *
       01 nome-arq-re01.
          02 re01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 re01-nome                 pic x(08) value "ARQRE01A".
          02 filler                    pic x(01) value ".".
          02 re01-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGPJ01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 processo                  pic 9(05) value 0.
          02 numero                    pic x(25) value spaces.
          02 vara                      pic x(40) value spaces.
          02 tipo                      pic x(01) value spaces.
          02 polo                      pic x(01) value spaces.
          02 parte                     pic x(40) value spaces.
          02 associado                 pic 9(05) value 0.
          02 cadastro                  pic 9(05) value 0.
          02 escritorio                pic 9(05) value 0.
          02 valor-causa               pic 9(11)v9(02) value 0.
          02 risco                     pic x(01) value spaces.
          02 valor-perda               pic 9(11)v9(02) value 0.
          02 situacao                  pic x(01) value spaces.
          02 flag-novo                 pic x(01) value spaces.
      *
       01 campos-mov.
          02 seq                       pic 9(03) value 0.
          02 tipo-mov                  pic x(01) value spaces.
          02 data-mov                  pic 9(06) value 0.
          02 hora                      pic 9(04) value 0.
          02 descricao                 pic x(40) value spaces.
          02 valor                     pic 9(11)v9(02) value 0.
          02 favorecido                pic 9(05) value 0.
          02 condicao                  pic x(01) value spaces.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(30) value spaces.
          02 portador                  pic 9(03) value 0.
          02 dportador                 pic x(30) value spaces.
          02 agenda                    pic 9(05) value 0.
          02 hh-aux                    pic 9(02) value 0.
          02 mm-aux                    pic 9(02) value 0.
      *
       01 valor-aux                    pic z(10)9,9(02) value 0.
       01 valor-disp                   pic zz.zzz.zzz.zz9,99.
      *
       01 hora-disp.
          02 hora-hh                   pic 9(02) value 0.
          02 filler                    pic x(01) value ":".
          02 hora-mm                   pic 9(02) value 0.
      *
       01 doc-juridico.
          02 filler                    pic x(02) value "PJ".
          02 doc-jur-num               pic 9(08) value 0.
      *
       01 campo-serie.
          02 ser-par-codigo            pic x(05) value spaces.
          02 ser-par-numero            pic 9(08) value 0.
          02 ser-par-usr               pic x(10) value spaces.
          02 ser-par-data              pic 9(06) value 0.
          02 ser-par-ok                pic x(01) value spaces.
      *
      *    Trimestre do relatorio de contingencias
      *
       01 campos-rel.
          02 trimestre                 pic 9(01) value 0.
          02 ano-rel                   pic 9(02) value 0.
          02 data-ini-tri              pic 9(06) value 0.
          02 data-fim-tri              pic 9(06) value 0.
          02 filtro-polo               pic x(01) value spaces.
          02 filtro-risco              pic x(01) value spaces.
          02 valor-deposito            pic 9(11)v9(02) value 0.
          02 qtd-grupo                 pic 9(05) value 0.
          02 tot-causa                 pic 9(13)v9(02) value 0.
          02 tot-perda                 pic 9(13)v9(02) value 0.
          02 tot-deposito              pic 9(13)v9(02) value 0.
      *
       01 cab-abav.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(01) value x"0e".
          02 filler                    pic x(08) value "ABAV/SP ".
          02 filler                    pic x(01) value x"14".
          02 filler                    pic x(01) value x"0f".
          02 filler                    pic x(56) value
          "Associcao Brasileira de Agencias de Viagens de Sao Paulo".
          02 filler                    pic x(01) value x"12".
      *
       01 cab-prog.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(40) value
             "Contingencias Judiciais".
          02 filler                    pic x(11) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-periodo.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(11) value "Trimestre: ".
          02 cab-trimestre             pic 9(01) value 0.
          02 filler                    pic x(01) value "/".
          02 cab-ano                   pic 9(02) value 0.
          02 filler                    pic x(18) value
             " - posicao em ".
          02 cab-fim-tri               pic x(08) value spaces.
      *
       01 cab-tit.
          02 filler                    pic x(07) value "Proc.".
          02 filler                    pic x(27) value "Numero".
          02 filler                    pic x(05) value "Tipo".
          02 filler                    pic x(32) value
             "Parte contraria".
          02 filler                    pic x(19) value
             "      Valor causa".
          02 filler                    pic x(19) value
             "   Perda estimada".
          02 filler                    pic x(19) value
             "        Depositos".
      *
       01 cab-grupo.
          02 filler                    pic x(02) value spaces.
          02 cab-grupo-desc            pic x(70) value spaces.
      *
       01 det-lin.
          02 det-processo              pic 9(05).
          02 filler                    pic x(02) value spaces.
          02 det-numero                pic x(25).
          02 filler                    pic x(03) value spaces.
          02 det-tipo                  pic x(01).
          02 filler                    pic x(03) value spaces.
          02 det-parte                 pic x(30).
          02 filler                    pic x(02) value spaces.
          02 det-causa                 pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 det-perda                 pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 det-deposito              pic zz.zzz.zzz.zz9,99.
      *
       01 tot-lin.
          02 filler                    pic x(07) value spaces.
          02 filler                    pic x(11) value "Total ...: ".
          02 tot-qtd                   pic zzzz9.
          02 filler                    pic x(13) value " processo(s)".
          02 filler                    pic x(35) value spaces.
          02 tot-lin-causa             pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 tot-lin-perda             pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 tot-lin-deposito          pic zz.zzz.zzz.zz9,99.
      *
       01 campo-jornal.
          02 jor-programa              pic x(08) value spaces.
          02 jor-usuario               pic x(10) value spaces.
          02 jor-data                  pic 9(05) value 0.
          02 jor-arquivo               pic x(08) value spaces.
          02 jor-operacao              pic x(01) value spaces.
          02 jor-chave                 pic x(40) value spaces.
          02 jor-tamanho               pic 9(04) value 0.
          02 jor-antes                 pic x(500) value spaces.
          02 jor-depois                pic x(500) value spaces.
          02 jor-ok                    pic x(01) value spaces.
      *
       copy workgen.lib.
       copy wstab01.lib.
      *
       01 campo-entidade.
          02 ent-par-opcao             pic x(01) value spaces.
          02 ent-par-operacao          pic 9(03) value 0.
          02 ent-par-usr               pic x(10) value spaces.
          02 ent-par-prioridade        pic 9(01) value 0.
          02 ent-par-entidade          pic 9(01) value 0.
          02 ent-par-nome              pic x(40) value spaces.
          02 ent-par-cnpj              pic x(14) value spaces.
          02 ent-par-codigo            pic 9(05) value 0.
          02 ent-par-ok                pic x(01) value spaces.
      *
       linkage section.
      *
       01 param-menu.
          02 param-usr                 pic x(10).
          02 param-senha               pic x(10).
          02 param-prioridade          pic 9(01).
          02 param-data                pic 9(05).
          02 param-impress             pic x(12).
      *
       screen section.
      *
       01 tela-01.
          02 line 05 column 38 foreground-color 06 background-color 01
             highlight value "Processos Judiciais".
          02 line 07 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (P/M/C).......:".
      *
       01 tela-02.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Processo (0 = novo)..:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Numero do processo...:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Vara / Comarca.......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Tipo (T/C/O/X).......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Associacao (A)ut (R)e:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Parte contraria......:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Associado / agencia..:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Cadastro geral.......:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Escritorio...........:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Valor da causa.......:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Risco (P/O/R)........:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Perda estimada.......:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Encerrado (S/N)......:".
      *
       01 tela-03.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Processo.............:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Sequencia (0 = nova).:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Tipo (A/D/C/H).......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Data aud. / vencto...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Hora audiencia (hhmm):".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Valor................:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Favorecido...........:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Agenda / documento...:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Portador.............:".
          02 line 20 column 06 foreground-color 07 background-color 01
             value "A-audiencia D-deposito C-custas H-honorarios".
      *
       01 tela-04.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Trimestre (1 a 4)....:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Ano..................:".
      *
       01 tela-limpa-02.
          02 line 08 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 09 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 10 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 11 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 12 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 13 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 14 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 15 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 16 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 17 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 18 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 19 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 20 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
             highlight pic x(66) from mensagem.
      *
       01 tela-erro-cad.
          02 line 22 column 05 foreground-color 15 background-color 04
             highlight pic x(66) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 22 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
      *
       copy scrgen.lib.
      *
       procedure division using param-menu.
      *
       lab-00.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-save-buffer.
           display tela-cabec.
           move 03 to box-col.
           move 03 to box-lin.
           move 75 to box-col-f.
           move 21 to box-lin-f.
           move "3" to box-borda.
           move 01 to box-cor-f.
           move 15 to box-cor-p.
           move 0 to box-fundo.
           move "S" to box-sombra.
           perform rot-box.
           display tela-01.
      *
       lab-01.
           display tela-limpa-cad.
           perform sec-selecao.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
      *                      *
      *    R o t i n a s     *
      *                      *
      ************************
      *
       rotinas section.
      *
       rot-open-pj01.
           move 0 to erro.
           if pj01-stat = "F"
              open i-o arqpj01
              if pj01-status = "35"
                 open output arqpj01
                 move zeros to reg-pj01-1
                 move high-values to pj01-controle
                 move 0 to pj01-ult-processo
                 write reg-pj01-1
                 close arqpj01
                 open i-o arqpj01
              end-if
              if pj01-status not = "00"
                 move
                 " Erro de abertura no ARQPJ01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pj01-stat
              end-if
           end-if.
      *
       rot-close-pj01.
           if pj01-stat = "A"
              close arqpj01
              move "F" to pj01-stat
           end-if.
      *
       rot-le-pj01.
           move 0 to erro.
           read arqpj01 invalid key move 1 to erro.
           if pj01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pj01
           end-if.
      *
       rot-le-prox-pj01.
           move 0 to erro.
           read arqpj01 next record at end move 1 to erro.
           if pj01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pj01
           end-if.
      *
       rot-open-pj02.
           move 0 to erro.
           if pj02-stat = "F"
              open i-o arqpj02
              if pj02-status = "35"
                 open output arqpj02
                 close arqpj02
                 open i-o arqpj02
              end-if
              if pj02-status not = "00"
                 move
                 " Erro de abertura no ARQPJ02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pj02-stat
              end-if
           end-if.
      *
       rot-close-pj02.
           if pj02-stat = "A"
              close arqpj02
              move "F" to pj02-stat
           end-if.
      *
       rot-le-pj02.
           move 0 to erro.
           read arqpj02 invalid key move 1 to erro.
           if pj02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pj02
           end-if.
      *
       rot-le-prox-pj02.
           move 0 to erro.
           read arqpj02 next record at end move 1 to erro.
           if pj02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pj02
           end-if.
      *
       rot-open-ab01.
           move 0 to erro.
           if ab01-stat = "F"
              open input arqab01
              if ab01-status not = "00"
                 move
                 " Erro de abertura no ARQAB01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ab01-stat
              end-if
           end-if.
      *
       rot-close-ab01.
           if ab01-stat = "A"
              close arqab01
              move "F" to ab01-stat
           end-if.
      *
       rot-le-ab01.
           move 0 to erro.
           read arqab01 invalid key move 1 to erro.
           if ab01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ab01
           end-if.
      *
       rot-open-cd01.
           move 0 to erro.
           if cd01-stat = "F"
              open input arqcd01
              if cd01-status not = "00"
                 move
                 " Erro de abertura no ARQCD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to cd01-stat
              end-if
           end-if.
      *
       rot-close-cd01.
           if cd01-stat = "A"
              close arqcd01
              move "F" to cd01-stat
           end-if.
      *
       rot-le-cd01.
           move 0 to erro.
           read arqcd01 invalid key move 1 to erro.
           if cd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-cd01
           end-if.
      *
       rot-open-ag01.
           move 0 to erro.
           if ag01-stat = "F"
              open i-o arqag01
              if ag01-status not = "00"
                 move
                 " Erro de abertura no ARQAG01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ag01-stat
              end-if
           end-if.
      *
       rot-close-ag01.
           if ag01-stat = "A"
              close arqag01
              move "F" to ag01-stat
           end-if.
      *
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open input arqtabl
              if tabl-status not = "00"
                 move
                 " Erro de abertura no ARQTABLA.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tabl-stat
              end-if
           end-if.
      *
       rot-close-tabl.
           if tabl-stat = "A"
              close arqtabl
              move "F" to tabl-stat
           end-if.
      *
       rot-le-tabl.
           move 0 to erro.
           read arqtabl invalid key move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tabl
           end-if.
      *
       rot-le-param.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
      *
       rot-open-re01.
           move 0 to erro.
           if re01-stat = "F"
              open i-o arqre01
              if re01-status not = "00"
                 move
                 " Erro de abertura no ARQRE01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to re01-stat
              end-if
           end-if.
      *
       rot-close-re01.
           if re01-stat = "A"
              close arqre01
              move "F" to re01-stat
           end-if.
      *
       rot-le-re01.
           move 0 to erro.
           read arqre01 invalid key move 1 to erro.
           if re01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-re01
           end-if.
      *
       rot-open-imp.
           move 0 to erro.
           move param-impress to impress.
           move zeros to imp-status.
           if imp-stat = "F"
              open output arqimp
              if imp-status not = "00"
                 move " Erro de impressao - Tecle <Enter>" to mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to imp-stat
              end-if
           end-if.
      *
       rot-close-imp.
           if imp-stat = "A"
              close arqimp
              move "F" to imp-stat
           end-if.
      *
       rot-cabec.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move 8 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from cab-periodo after 1 line.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Nome do associado / agencia (ARQAB01) na linha da tela
      *
       rot-nome-ab01.
           move spaces to mensagem.
           if ab01-codigo not = 0
              perform rot-le-ab01
              if erro = 0
                 move ab01-razao-social to mensagem
              end-if
           end-if.
      *
      *    Compromisso da audiencia na agenda, numerado pelo
      *    registro de controle como no pgag01
      *
       rot-grava-agenda.
           move 0 to agenda.
           move high-values to ag01-chave-controle.
           read arqag01 invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              go to rot-grava-agenda-fim
           end-if.
           add 1 to ag01-numero.
           move ag01-numero to agenda.
           rewrite reg-ag01-1 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              go to rot-grava-agenda-fim
           end-if.
           move agenda to ag01-codigo.
           move spaces to ag01-assunto ag01-assunto-a ag01-empresa
                ag01-empresa-a ag01-nome ag01-nome-a ag01-partido
                ag01-partido-a ag01-endereco ag01-cidade ag01-uf
                ag01-telex ag01-fax ag01-telefone.
           move 0 to ag01-cep ag01-ddd.
           perform rot-monta-agenda.
           move spaces to ag01-posicao.
           move 0 to ag01-recorrencia.
           move param-usr to ag01-usuario.
           move param-data to ag01-data.
           write reg-ag01 invalid key
                 move 1 to erro
           end-write.
       rot-grava-agenda-fim.
           exit.
      *
      *    Assunto = numero do processo, empresa = vara, nome =
      *    hora + descricao da audiencia
      *
       rot-monta-agenda.
           move spaces to ag01-assunto.
           string "AUDIENCIA " pj01-numero delimited by size
                  into ag01-assunto
           end-string.
           move ag01-assunto to ag01-assunto-a.
           move pj01-vara to ag01-empresa ag01-empresa-a.
           divide hora by 100 giving hora-hh remainder hora-mm.
           move spaces to ag01-nome.
           string hora-disp " " descricao delimited by size
                  into ag01-nome
           end-string.
           move ag01-nome to ag01-nome-a.
           move pj01-parte to ag01-partido ag01-partido-a.
           move data-mov to ag01-data-a.
      *
      *    Deposito, custas ou honorarios: titulo a pagar da serie
      *    JURID, pendente de aprovacao, em nome do favorecido
      *
       rot-grava-titulo.
           move "JURID" to ser-par-codigo.
           move param-usr to ser-par-usr.
           move param-data to ser-par-data.
           call "rotser01" using campo-serie.
           if ser-par-ok not = "S"
              move " Erro na serie JURID - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              move 1 to erro
              go to rot-grava-titulo-fim
           end-if.
           move ser-par-numero to doc-jur-num.
           move spaces to reg-re01.
           move doc-juridico to re01-documento.
           move favorecido to re01-codigo.
           move condicao to re01-condicao.
           move data-mov to re01-vencimento.
           move valor to re01-valor.
           move spaces to re01-obs.
           evaluate tipo-mov
                    when "D"
                         move "DEPOSITO JUDICIAL" to re01-obs(1:18)
                    when "C"
                         move "CUSTAS PROCESSUAIS" to re01-obs(1:18)
                    when "H"
                         move "HONORARIOS ADVOC." to re01-obs(1:18)
           end-evaluate.
           move "PROC." to re01-obs(20:5).
           move processo to re01-obs(26:5).
           move portador to re01-portador.
           move operacao to re01-operacao.
           move param-data to re01-emissao.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           move spaces to re01-doc-pai re01-aprovado re01-evento.
           move 0 to re01-parcela re01-qtd-parcelas re01-ccusto.
           move 0 to re01-bordero re01-remessa.
           move re01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to re01-entidade.
           write reg-re01 invalid key
                 move " Erro de gravacao - ARQRE01A.DAT - Tecle <Enter>
      -         "" to mensagem
                 perform rot-erro-cad
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-re01
           end-write.
       rot-grava-titulo-fim.
           exit.
      *
      *    Entidade dona da operacao em ent-par-operacao (rotent01)
      *
       rot-entidade-operacao.
           move "O" to ent-par-opcao.
           call "rotent01" using campo-entidade.
      *
      *    Diario de atualizacoes (rotjn01): imagem antes em
      *    jor-antes (regravacao), operacao em jor-operacao; a
      *    mesma area atualiza o resumo mensal (rotsm01)
      *
       rot-jornal.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           call "rotjn01" using campo-jornal.
           call "rotsm01" using campo-jornal.
           move spaces to jor-antes jor-depois.
      *
       rot-jn-re01.
           move "ARQRE01A" to jor-arquivo.
           move re01-chave to jor-chave.
           move 174 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-re01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-re01 to jor-depois
                    when other
                         move reg-re01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       copy rotgen.lib.
      *
      ************************
      *                      *
      *  Selecao da funcao   *
      *                      *
      ************************
      *
       sec-selecao section.
      *
       lab-sele-01.
           move spaces to funcao.
           perform lmp-funcao.
           perform acc-funcao.
           if escape-key = 1
              go to lab-sele-fim
           end-if.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "P" and "M" and "C"
              go to lab-sele-01
           end-if.
           perform dsp-funcao.
           evaluate funcao
                    when "P"
                         display tela-02
                         perform sec-processo
                    when "M"
                         display tela-03
                         perform sec-movimento
                    when "C"
                         display tela-04
                         perform sec-contingencia
           end-evaluate.
           display tela-limpa-02.
           go to lab-sele-01.
      *
       lab-sele-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Processo            *
      *                      *
      ************************
      *
       sec-processo section.
      *
       lab-pro-00.
           perform rot-open-pj01.
           if erro not = 0
              go to lab-pro-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-pro-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-pro-fim
           end-if.
      *
       lab-pro-01.
           perform lmp-processo thru lmp-situacao.
           move 0 to processo.
           perform acc-processo.
           if escape-key = 1
              go to lab-pro-fim
           end-if.
           move "S" to flag-novo.
           move spaces to numero vara tipo polo parte risco.
           move 0 to associado cadastro escritorio valor-causa
                     valor-perda.
           move "N" to situacao.
           if processo not = 0
              move processo to pj01-processo
              perform rot-le-pj01
              if erro not = 0
                 move " Processo nao cadastrado - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-cad
                 go to lab-pro-01
              end-if
              move "N" to flag-novo
              move pj01-numero to numero
              move pj01-vara to vara
              move pj01-tipo to tipo
              move pj01-polo to polo
              move pj01-parte to parte
              move pj01-associado to associado
              move pj01-cadastro to cadastro
              move pj01-escritorio to escritorio
              move pj01-valor-causa to valor-causa
              move pj01-risco to risco
              move pj01-valor-perda to valor-perda
              if pj01-situacao = "E"
                 move "S" to situacao
              end-if
           end-if.
      *
       lab-pro-02.
           perform acc-numero.
           if escape-key = 1
              go to lab-pro-01
           end-if.
           if numero = spaces
              go to lab-pro-02
           end-if.
      *
       lab-pro-03.
           perform acc-vara.
           if escape-key = 1
              go to lab-pro-02
           end-if.
           move vara to txt.
           perform rot-texto.
           move txt to vara.
           if vara = spaces
              go to lab-pro-03
           end-if.
      *
       lab-pro-04.
           perform acc-tipo.
           if escape-key = 1
              go to lab-pro-03
           end-if.
           move tipo to txt.
           perform rot-texto.
           move txt to tipo.
           if tipo not = "T" and "C" and "O" and "X"
              go to lab-pro-04
           end-if.
      *
       lab-pro-05.
           if polo = spaces
              if tipo = "C"
                 move "A" to polo
              else
                 move "R" to polo
              end-if
           end-if.
           perform acc-polo.
           if escape-key = 1
              go to lab-pro-04
           end-if.
           move polo to txt.
           perform rot-texto.
           move txt to polo.
           if polo not = "A" and "R"
              go to lab-pro-05
           end-if.
      *
       lab-pro-06.
           perform acc-parte.
           if escape-key = 1
              go to lab-pro-05
           end-if.
           move parte to txt.
           perform rot-texto.
           move txt to parte.
           if parte = spaces
              go to lab-pro-06
           end-if.
      *
      *    Ex-associado cobrado ou agencia re junto com a associacao
      *
       lab-pro-07.
           perform acc-associado.
           if escape-key = 1
              go to lab-pro-06
           end-if.
           move associado to ab01-codigo.
           perform rot-nome-ab01.
           if associado not = 0 and erro not = 0
              move 0 to erro
              move " Associado nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-pro-07
           end-if.
           display mensagem(1:37) at 1436 with foreground-color 15
                   background-color 01.
      *
       lab-pro-08.
           perform acc-cadastro.
           if escape-key = 1
              go to lab-pro-07
           end-if.
           move spaces to mensagem.
           if cadastro not = 0
              move cadastro to cd01-codigo
              perform rot-le-cd01
              if erro not = 0
                 move 0 to erro
                 move " Codigo nao cadastrado - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-cad
                 go to lab-pro-08
              end-if
              move cd01-razao-social-a to mensagem
           end-if.
           display mensagem(1:37) at 1536 with foreground-color 15
                   background-color 01.
      *
       lab-pro-09.
           perform acc-escritorio.
           if escape-key = 1
              go to lab-pro-08
           end-if.
           if escritorio = 0
              go to lab-pro-09
           end-if.
           move escritorio to ab01-codigo.
           perform rot-nome-ab01.
           if erro not = 0
              move 0 to erro
              move " Escritorio nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-pro-09
           end-if.
           display mensagem(1:37) at 1636 with foreground-color 15
                   background-color 01.
      *
       lab-pro-10.
           move valor-causa to valor-aux.
           perform acc-valor-causa.
           if escape-key = 1
              go to lab-pro-09
           end-if.
           move valor-aux to valor-causa.
           move valor-causa to valor-disp.
           display valor-disp at 1729 with foreground-color 15
                   background-color 01.
      *
       lab-pro-11.
           perform acc-risco.
           if escape-key = 1
              go to lab-pro-10
           end-if.
           move risco to txt.
           perform rot-texto.
           move txt to risco.
           if risco not = "P" and "O" and "R"
              go to lab-pro-11
           end-if.
      *
       lab-pro-12.
           move valor-perda to valor-aux.
           perform acc-valor-perda.
           if escape-key = 1
              go to lab-pro-11
           end-if.
           move valor-aux to valor-perda.
           if risco = "P" and valor-perda = 0
              move " Perda provavel exige valor estimado - Tecle <Enter>
      -       "" to mensagem
              perform rot-erro-cad
              go to lab-pro-12
           end-if.
           move valor-perda to valor-disp.
           display valor-disp at 1929 with foreground-color 15
                   background-color 01.
      *
       lab-pro-13.
           perform acc-situacao.
           if escape-key = 1
              go to lab-pro-12
           end-if.
           move situacao to txt.
           perform rot-texto.
           move txt to situacao.
           if situacao not = "S" and "N"
              go to lab-pro-13
           end-if.
      *
       lab-pro-14.
           move "Gravar o processo (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-pro-13
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-pro-01
           else
              if resposta not = "S"
                 go to lab-pro-14
              end-if
           end-if.
           display tela-limpa-cad.
           if flag-novo = "S"
              move high-values to pj01-controle
              perform rot-le-pj01
              if erro not = 0
                 move 0 to erro
                 go to lab-pro-fim
              end-if
              add 1 to pj01-ult-processo
              move pj01-ult-processo to processo
              rewrite reg-pj01-1 invalid key
                      move 1 to erro
              end-rewrite
              move 0 to erro
              move spaces to reg-pj01
              move processo to pj01-processo
              move param-data to pj01-data-dist
              move spaces to pj01-situacao
              move 0 to pj01-data-enc
           else
              move processo to pj01-processo
              perform rot-le-pj01
           end-if.
      *
      *    Nova avaliacao de risco quando o escritorio muda a
      *    classificacao ou o valor estimado
      *
           if pj01-risco not = risco or
              pj01-valor-perda not = valor-perda
              move param-data to pj01-data-aval
           end-if.
           move numero to pj01-numero pj01-numero-a.
           move vara to pj01-vara.
           move tipo to pj01-tipo.
           move polo to pj01-polo.
           move parte to pj01-parte.
           move associado to pj01-associado.
           move cadastro to pj01-cadastro.
           move escritorio to pj01-escritorio.
           move valor-causa to pj01-valor-causa.
           move risco to pj01-risco.
           move valor-perda to pj01-valor-perda.
           if situacao = "S"
              if pj01-situacao not = "E"
                 move "E" to pj01-situacao
                 move param-data to pj01-data-enc
              end-if
           else
              move spaces to pj01-situacao
              move 0 to pj01-data-enc
           end-if.
           move param-usr to pj01-usuario.
           move param-data to pj01-data.
           if flag-novo = "S"
              write reg-pj01 invalid key
                    move 1 to erro
              end-write
           else
              rewrite reg-pj01 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           move 0 to erro.
           move spaces to mensagem.
           string "Processo " processo " gravado - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-pro-01.
      *
       lab-pro-fim.
           perform rot-close-cd01.
           perform rot-close-ab01.
           perform rot-close-pj01.
           exit.
      *
      ************************
      *                      *
      *  Movimento           *
      *                      *
      ************************
      *
       sec-movimento section.
      *
       lab-mov-00.
           perform rot-open-pj01.
           if erro not = 0
              go to lab-mov-fim
           end-if.
           perform rot-open-pj02.
           if erro not = 0
              go to lab-mov-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-mov-fim
           end-if.
           perform rot-open-ag01.
           if erro not = 0
              go to lab-mov-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-mov-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-mov-fim
           end-if.
      *
       lab-mov-01.
           perform lmp-processo thru lmp-numero.
           move 0 to processo.
           perform acc-processo.
           if escape-key = 1
              go to lab-mov-fim
           end-if.
           move processo to pj01-processo.
           perform rot-le-pj01.
           if erro not = 0
              move 0 to erro
              move " Processo nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-mov-01
           end-if.
           display pj01-numero at 0936 with foreground-color 15
                   background-color 01.
      *
       lab-mov-02.
           perform lmp-seq thru lmp-portador.
           move 0 to seq.
           perform acc-seq.
           if escape-key = 1
              go to lab-mov-01
           end-if.
           if seq = 0
              go to lab-mov-10
           end-if.
           move processo to pj02-processo.
           move seq to pj02-seq.
           perform rot-le-pj02.
           if erro not = 0
              move 0 to erro
              move " Lancamento nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-mov-02
           end-if.
           move pj02-tipo to tipo-mov.
           move pj02-data-mov to data-mov.
           move pj02-hora to hora.
           move pj02-descricao to descricao.
           move pj02-valor to valor.
           move pj02-favorecido to favorecido.
           perform dsp-movimento.
      *
      *    Audiencia pode ser remarcada; desembolso so e excluido
      *    enquanto o titulo nao foi aprovado
      *
       lab-mov-03.
           if tipo-mov = "A"
              move "(A)ltera  (E)xclui ?" to mensagem
           else
              move "Excluir o lancamento (E) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-mov-02
           end-if.
           if resposta = "A" and tipo-mov = "A"
              go to lab-mov-11
           end-if.
           if resposta not = "E"
              go to lab-mov-03
           end-if.
           if tipo-mov = "A"
              move pj02-agenda to ag01-codigo
              delete arqag01 invalid key
                     move 1 to erro
              end-delete
              move 0 to erro
           else
              move pj02-documento to re01-documento
              perform rot-le-re01
              if erro = 0
                 if re01-aprovado not = spaces
                    move " Titulo ja aprovado - Tecle <Enter>" to
                    mensagem
                    perform rot-erro-cad
                    go to lab-mov-02
                 end-if
                 delete arqre01 invalid key
                        move 1 to erro
                        not invalid key
                        move "D" to jor-operacao
                        perform rot-jn-re01
                 end-delete
              end-if
              move 0 to erro
           end-if.
           move processo to pj02-processo.
           move seq to pj02-seq.
           delete arqpj02 invalid key
                  move 1 to erro
           end-delete.
           move 0 to erro.
           go to lab-mov-02.
      *
      *    Proxima sequencia do processo
      *
       lab-mov-10.
           move 0 to seq.
           move processo to pj02-processo.
           move 999 to pj02-seq.
           start arqpj02 key is not greater pj02-chave invalid key
                 move 1 to erro
           end-start.
           if erro = 0
              perform rot-le-prox-pj02
              if erro = 0 and pj02-processo = processo
                 move pj02-seq to seq
              end-if
           end-if.
           move 0 to erro.
           add 1 to seq.
           display seq at 1029 with foreground-color 15
                   background-color 01.
           move spaces to tipo-mov descricao.
           move 0 to data-mov hora valor favorecido operacao portador.
      *
       lab-mov-11.
           if seq = 0
              go to lab-mov-02
           end-if.
           if tipo-mov = "A"
              go to lab-mov-12
           end-if.
           perform acc-tipo-mov.
           if escape-key = 1
              go to lab-mov-02
           end-if.
           move tipo-mov to txt.
           perform rot-texto.
           move txt to tipo-mov.
           if tipo-mov not = "A" and "D" and "C" and "H"
              go to lab-mov-11
           end-if.
      *
       lab-mov-12.
           move 0 to dia-euro mes-euro ano-euro.
           if data-mov not = 0
              move data-mov to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-dd to dia-euro
              move data-mm to mes-euro
              move data-aa to ano-euro
           end-if.
           perform acc-data-mov thru acc-data-mov-fim.
           if escape-key = 1
              go to lab-mov-11
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-mov-12
           end-if.
           move dias-corr to data-mov.
      *
       lab-mov-13.
           if tipo-mov not = "A"
              move 0 to hora
              go to lab-mov-14
           end-if.
           perform acc-hora.
           if escape-key = 1
              go to lab-mov-12
           end-if.
           divide hora by 100 giving hh-aux remainder mm-aux.
           if hh-aux > 23 or mm-aux > 59
              go to lab-mov-13
           end-if.
      *
       lab-mov-14.
           perform acc-descricao.
           if escape-key = 1
              go to lab-mov-12
           end-if.
           move descricao to txt.
           perform rot-texto.
           move txt to descricao.
           if descricao = spaces
              go to lab-mov-14
           end-if.
           if tipo-mov = "A"
              move 0 to valor favorecido
              go to lab-mov-17
           end-if.
      *
       lab-mov-15.
           move valor to valor-aux.
           perform acc-valor.
           if escape-key = 1
              go to lab-mov-14
           end-if.
           move valor-aux to valor.
           if valor = 0
              go to lab-mov-15
           end-if.
           move valor to valor-disp.
           display valor-disp at 1529 with foreground-color 15
                   background-color 01.
      *
       lab-mov-16.
           if favorecido = 0
              move pj01-escritorio to favorecido
           end-if.
           perform acc-favorecido.
           if escape-key = 1
              go to lab-mov-15
           end-if.
           move favorecido to ab01-codigo.
           perform rot-nome-ab01.
           if erro not = 0 or favorecido = 0
              move 0 to erro
              move " Favorecido nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-mov-16
           end-if.
           display mensagem(1:37) at 1636 with foreground-color 15
                   background-color 01.
      *
      *    O titulo sai na condicao do favorecido no cadastro
      *
           if ab01-condicao not = "A" and "F" and "N"
              move " Favorecido sem condicao (A/F/N) - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-mov-16
           end-if.
           move ab01-condicao to condicao.
      *
       lab-mov-16-1.
           move spaces to doperacao.
           perform lmp-operacao.
           perform acc-operacao.
           if escape-key = 1
              perform lmp-operacao
              go to lab-mov-16
           end-if.
           if operacao = 0
              go to lab-mov-16-1
           end-if.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           perform rot-le-param.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-mov-16-1
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
      *
       lab-mov-16-2.
           move spaces to dportador.
           perform lmp-portador.
           perform acc-portador.
           if escape-key = 1
              perform lmp-portador
              go to lab-mov-16-1
           end-if.
           if portador = 0
              go to lab-mov-16-2
           end-if.
           move 04 to wtab01-tipo.
           move portador to wtab01-codigo.
           perform rot-le-param.
           if erro not = 0
              move 0 to erro
              move " Portador nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-mov-16-2
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to dportador.
           perform dsp-portador.
      *
       lab-mov-17.
           move "Gravar o lancamento (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-mov-14
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-mov-02
           else
              if resposta not = "S"
                 go to lab-mov-17
              end-if
           end-if.
           display tela-limpa-cad.
           move processo to pj02-processo.
           move seq to pj02-seq.
           perform rot-le-pj02.
           if erro = 0
              go to lab-mov-18
           end-if.
      *
      *    Lancamento novo: agenda ou titulo a pagar
      *
           move 0 to erro.
           move spaces to reg-pj02.
           move processo to pj02-processo.
           move seq to pj02-seq.
           move tipo-mov to pj02-tipo.
           move 0 to pj02-agenda.
           if tipo-mov = "A"
              perform rot-grava-agenda thru rot-grava-agenda-fim
              move agenda to pj02-agenda
           else
              perform rot-grava-titulo thru rot-grava-titulo-fim
              if erro not = 0
                 move 0 to erro
                 go to lab-mov-02
              end-if
              move doc-juridico to pj02-documento
           end-if.
           move 0 to erro.
           move data-mov to pj02-data-mov.
           move hora to pj02-hora.
           move descricao to pj02-descricao.
           move valor to pj02-valor.
           move favorecido to pj02-favorecido.
           move param-usr to pj02-usuario.
           move param-data to pj02-data.
           write reg-pj02 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           perform dsp-documento.
           move "Lancamento gravado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-mov-02.
      *
      *    Audiencia remarcada: atualiza o compromisso da agenda
      *
       lab-mov-18.
           move pj02-agenda to ag01-codigo.
           read arqag01 invalid key
                move 1 to erro
           end-read.
           if erro = 0
              perform rot-monta-agenda
              move param-usr to ag01-usuario
              move param-data to ag01-data
              rewrite reg-ag01 invalid key
                      move 1 to erro
              end-rewrite
           else
              move 0 to erro
              perform rot-grava-agenda thru rot-grava-agenda-fim
              move agenda to pj02-agenda
           end-if.
           move 0 to erro.
           move data-mov to pj02-data-mov.
           move hora to pj02-hora.
           move descricao to pj02-descricao.
           move param-usr to pj02-usuario.
           move param-data to pj02-data.
           rewrite reg-pj02 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           go to lab-mov-02.
      *
       lab-mov-fim.
           perform rot-close-re01.
           perform rot-close-tabl.
           perform rot-close-ag01.
           perform rot-close-ab01.
           perform rot-close-pj02.
           perform rot-close-pj01.
           exit.
      *
      ************************
      *                      *
      *  Contingencias       *
      *                      *
      ************************
      *
       sec-contingencia section.
      *
       lab-con-00.
           perform rot-open-pj01.
           if erro not = 0
              go to lab-con-fim
           end-if.
           perform rot-open-pj02.
           if erro not = 0
              go to lab-con-fim
           end-if.
      *
       lab-con-01.
           perform acc-trimestre.
           if escape-key = 1
              go to lab-con-fim
           end-if.
           if trimestre < 1 or trimestre > 4
              go to lab-con-01
           end-if.
      *
       lab-con-02.
           perform acc-ano-rel.
           if escape-key = 1
              go to lab-con-01
           end-if.
           move 01 to dia-euro.
           compute mes-euro = trimestre * 3 - 2.
           move ano-rel to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-con-02
           end-if.
           move dias-corr to data-ini-tri.
           move 30 to dia-euro.
           compute mes-euro = trimestre * 3.
           move ano-rel to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-con-02
           end-if.
           move dias-corr to data-fim-tri.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-fim-tri.
           move trimestre to cab-trimestre.
           move ano-rel to cab-ano.
      *
       lab-con-03.
           move "Imprimir (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-con-02
           end-if.
           if resposta = "N"
              go to lab-con-01
           end-if.
           if resposta not = "S"
              go to lab-con-03
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-con-01
           end-if.
           move 0 to pagina.
           perform rot-cabec.
      *
      *    Associacao re: provavel (provisionada), possivel (nota
      *    explicativa) e remota; depois as acoes movidas pela
      *    associacao (ativo contingente, nao reconhecido)
      *
           move "R" to filtro-polo.
           move "P" to filtro-risco.
           move "Perda PROVAVEL - provisionada no balanco" to
                cab-grupo-desc.
           perform rot-grupo thru rot-grupo-fim.
           move "O" to filtro-risco.
           move "Perda POSSIVEL - divulgada em nota explicativa" to
                cab-grupo-desc.
           perform rot-grupo thru rot-grupo-fim.
           move "R" to filtro-risco.
           move "Perda REMOTA - sem provisao e sem divulgacao" to
                cab-grupo-desc.
           perform rot-grupo thru rot-grupo-fim.
           move "A" to filtro-polo.
           move spaces to filtro-risco.
           move "Acoes movidas pela associacao - ativo contingente" to
                cab-grupo-desc.
           perform rot-grupo thru rot-grupo-fim.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-con-01.
      *
      *    Um grupo do relatorio: processos em andamento no fim do
      *    trimestre (distribuidos ate la e nao encerrados antes)
      *
       rot-grupo.
           move 0 to qtd-grupo tot-causa tot-perda tot-deposito.
           if linha > 52
              perform rot-cabec
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from cab-grupo after 1 line.
           write reg-imp from spaces after 1 line.
           add 3 to linha.
           move 0 to pj01-processo.
           start arqpj01 key is not less pj01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-grupo-2
           end-if.
       rot-grupo-1.
           perform rot-le-prox-pj01.
           if erro not = 0
              move 0 to erro
              go to rot-grupo-2
           end-if.
           if pj01-controle = high-values
              go to rot-grupo-2
           end-if.
           if pj01-polo not = filtro-polo
              go to rot-grupo-1
           end-if.
           if filtro-risco not = spaces and
              pj01-risco not = filtro-risco
              go to rot-grupo-1
           end-if.
           if pj01-data-dist > data-fim-tri
              go to rot-grupo-1
           end-if.
           if pj01-situacao = "E" and
              pj01-data-enc not > data-fim-tri
              go to rot-grupo-1
           end-if.
           perform rot-soma-depositos thru rot-soma-depositos-fim.
           if linha > 56
              perform rot-cabec
           end-if.
           move pj01-processo to det-processo.
           move pj01-numero to det-numero.
           move pj01-tipo to det-tipo.
           move pj01-parte to det-parte.
           move pj01-valor-causa to det-causa.
           move pj01-valor-perda to det-perda.
           move valor-deposito to det-deposito.
           write reg-imp from det-lin after 1 line.
           add 1 to linha.
           add 1 to qtd-grupo.
           add pj01-valor-causa to tot-causa.
           add pj01-valor-perda to tot-perda.
           add valor-deposito to tot-deposito.
           go to rot-grupo-1.
       rot-grupo-2.
           move qtd-grupo to tot-qtd.
           move tot-causa to tot-lin-causa.
           move tot-perda to tot-lin-perda.
           move tot-deposito to tot-lin-deposito.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-lin after 1 line.
           add 2 to linha.
       rot-grupo-fim.
           exit.
      *
      *    Depositos judiciais do processo ate o fim do trimestre
      *
       rot-soma-depositos.
           move 0 to valor-deposito.
           move pj01-processo to pj02-processo.
           move 0 to pj02-seq.
           start arqpj02 key is not less pj02-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-soma-depositos-fim
           end-if.
       rot-soma-depositos-1.
           perform rot-le-prox-pj02.
           if erro not = 0
              move 0 to erro
              go to rot-soma-depositos-fim
           end-if.
           if pj02-processo not = pj01-processo
              go to rot-soma-depositos-fim
           end-if.
           if pj02-tipo = "D" and pj02-data-mov not > data-fim-tri
              add pj02-valor to valor-deposito
           end-if.
           go to rot-soma-depositos-1.
       rot-soma-depositos-fim.
           exit.
      *
       lab-con-fim.
           perform rot-close-imp.
           perform rot-close-pj02.
           perform rot-close-pj01.
           exit.
      *
      ************************
      *                      *
      *    T e l a s         *
      *                      *
      ************************
      *
       telas section.
      *
       accept-resposta-cad.
           move spaces to resposta.
           accept resposta at 2240 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-processo.
           accept processo at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-numero.
           accept numero at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-vara.
           accept vara at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-tipo.
           accept tipo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-polo.
           accept polo at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-parte.
           accept parte at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-associado.
           accept associado at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cadastro.
           accept cadastro at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-escritorio.
           accept escritorio at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor-causa.
           accept valor-aux at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-risco.
           accept risco at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor-perda.
           accept valor-aux at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-situacao.
           accept situacao at 2029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-seq.
           accept seq at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-tipo-mov.
           accept tipo-mov at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-mov.
           accept dia-euro at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-mov-fim
           end-if.
           accept mes-euro at 1232 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-mov-fim
           end-if.
           accept ano-euro at 1235 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-mov-fim.
           exit.
      *
       acc-hora.
           accept hora at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-descricao.
           accept descricao at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept valor-aux at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-favorecido.
           accept favorecido at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-portador.
           accept portador at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-trimestre.
           accept trimestre at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ano-rel.
           accept ano-rel at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0729 with foreground-color 15
                   background-color 01.
      *
       dsp-movimento.
           display tipo-mov at 1129 with foreground-color 15
                   background-color 01.
           move data-mov to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1229 with foreground-color 15
                   background-color 01.
           divide hora by 100 giving hora-hh remainder hora-mm.
           if tipo-mov = "A"
              display hora-disp at 1329 with foreground-color 15
                      background-color 01
           end-if.
           display descricao at 1429 with foreground-color 15
                   background-color 01.
           if tipo-mov not = "A"
              move valor to valor-disp
              display valor-disp at 1529 with foreground-color 15
                      background-color 01
              display favorecido at 1629 with foreground-color 15
                      background-color 01
           end-if.
           perform dsp-documento.
      *
       dsp-documento.
           if pj02-tipo = "A"
              display pj02-agenda at 1729 with foreground-color 15
                      background-color 01
           else
              display pj02-documento at 1729 with foreground-color 15
                      background-color 01
           end-if.
      *
       dsp-operacao.
           display doperacao at 1833 with foreground-color 15
                   background-color 01.
      *
       dsp-portador.
           display dportador at 1933 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0729 with foreground-color 15
                   background-color 01.
      *
       lmp-processo.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-numero.
           display limpa at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-vara.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-tipo.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-polo.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-parte.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-associado.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-cadastro.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-escritorio.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-valor-causa.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-risco.
           display limpa-10 at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-valor-perda.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa-10 at 2029 with foreground-color 15
                   background-color 01.
      *
       lmp-seq.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-tipo-mov.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-data-mov.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-hora.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-descricao.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-favorecido.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-documento.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-portador.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
      *
