      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGCM01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Comissao dos Atendentes do Receptivo (O.C.T.) :            *
      *                                                             *
      *  (T)abela      - regra de comissao por servico/aeroporto    *
      *                  (tabela tipo 51): valor fixo por O.C.T.    *
      *                  ou percentual sobre o ab05-valor;          *
      *                  aeroporto 0 vale p/ qualquer aeroporto;    *
      *  (P)arametros  - operacao e centro de custo dos titulos a   *
      *                  pagar (tipo 51, codigo 000);               *
      *  (A)tendentes  - credor do contas a pagar (ARQAB01) de cada *
      *                  atendente (ARQCM02);                       *
      *  (C)alculo     - comissao dos O.C.T.s atendidos no periodo  *
      *                  de embarque (ARQCM01), estorno dos O.C.T.s *
      *                  ja comissionados e depois excluidos, um    *
      *                  titulo no ARQRE01 por atendente e o        *
      *                  extrato de cada um;                        *
      *  (E)xtrato     - reimpressao do extrato de uma competencia. *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgcm01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqcm01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is cm01-chave
                  alternate record key is cm01-chave-1 with duplicates
                  alternate record key is cm01-chave-2 with duplicates
                  file status is cm01-status.
      *
           select arqcm02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is cm02-chave
                  file status is cm02-status.
      *
           select arqab05 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab05-chave
                  alternate record key is ab05-chave-1 with duplicates
                  alternate record key is ab05-chave-2 with duplicates
                  alternate record key is ab05-chave-3 with duplicates
                  alternate record key is ab05-chave-4 with duplicates
                  alternate record key is ab05-chave-5 with duplicates
                  alternate record key is ab05-chave-6 with duplicates
                  alternate record key is ab05-chave-7 with duplicates
                  alternate record key is ab05-chave-8 with duplicates
                  alternate record key is ab05-chave-9 with duplicates
                  alternate record key is ab05-chave-10 with duplicates
                  file status is ab05-status.
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
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqusr assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is usr-chave
                  file status is usr-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdcm01.lib.
      *
       copy fdcm02.lib.
      *
       copy fdab05.lib.
      *
       copy fdab01.lib.
      *
       copy fdre01.lib.
      *
       copy fdtabl.lib.
      *
       copy fdusr.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 cm01-status                  pic x(02) value "00".
       01 cm01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cm01.
          02 cm01-dir                  pic x(03) value "AB3".
          02 filler                    pic x(01) value "\".
          02 cm01-nome                 pic x(08) value "ARQCM01A".
          02 filler                    pic x(01) value ".".
          02 cm01-ext                  pic x(03) value "DAT".
      *
       01 cm02-status                  pic x(02) value "00".
       01 cm02-stat                    pic x(01) value "F".
      *
       01 nome-arq-cm02.
          02 cm02-dir                  pic x(03) value "AB3".
          02 filler                    pic x(01) value "\".
          02 cm02-nome                 pic x(08) value "ARQCM02A".
          02 filler                    pic x(01) value ".".
          02 cm02-ext                  pic x(03) value "DAT".
      *
       01 ab05-status                  pic x(02) value "00".
       01 ab05-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab05.
          02 ab05-dir                  pic x(03) value "AB3".
          02 filler                    pic x(01) value "\".
          02 ab05-nome                 pic x(08) value "ARQAB05A".
          02 filler                    pic x(01) value ".".
          02 ab05-ext                  pic x(03) value "DAT".
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
       01 usr-status                   pic x(02) value "00".
       01 usr-stat                     pic x(01) value "F".
      *
       01 nome-arq-usr.
          02 usr-dir                   pic x(03) value "USR".
          02 filler                    pic x(01) value "\".
          02 usr-nome                  pic x(08) value "ARQUSR00".
          02 filler                    pic x(01) value ".".
          02 usr-ext                   pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCM01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(110) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 servico                   pic 9(02) value 0.
          02 aerop                     pic 9(01) value 0.
          02 descricao                 pic x(40) value spaces.
          02 regra                     pic x(01) value spaces.
          02 desc-regra                pic x(20) value spaces.
          02 valor-aux                 pic z(06)9,9(02) value 0.
          02 perc-aux                  pic zz9,9(02) value 0.
          02 operacao                  pic 9(03) value 0.
          02 ccusto                    pic 9(03) value 0.
          02 desc-tabela               pic x(36) value spaces.
          02 atendente                 pic x(10) value spaces.
          02 condicao                  pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 razao                     pic x(40) value spaces.
          02 valor-disp                pic z.zzz.zzz.zz9,99.
          02 data-ini                  pic 9(06) value 0.
          02 data-fim                  pic 9(06) value 0.
          02 vencimento                pic 9(06) value 0.
          02 mes-comp                  pic 9(02) value 0.
          02 ano-comp                  pic 9(02) value 0.
          02 flag-existe               pic x(01) value spaces.
      *
      *    Regra de comissao (tipo 51, codigo = servico * 10 +
      *    aeroporto): F = valor fixo por O.C.T., P = percentual
      *
       01 regra-resto.
          02 rg-regra                  pic x(01) value spaces.
          02 rg-valor                  pic 9(07)v9(02) value 0.
          02 rg-perc                   pic 9(03)v9(02) value 0.
          02 filler                    pic x(05) value spaces.
      *
      *    Parametros (tipo 51, codigo 000)
      *
       01 param-resto.
          02 pr-operacao               pic 9(03) value 0.
          02 pr-ccusto                 pic 9(03) value 0.
          02 filler                    pic x(14) value spaces.
      *
       01 valor-fixo                   pic 9(07)v9(02) value 0.
       01 percentual                   pic 9(03)v9(02) value 0.
       01 valor-oct                    pic 9(07)v9(02) value 0.
       01 comissao                     pic 9(07)v9(02) value 0.
       01 achou-regra                  pic x(01) value "N".
      *
       01 compet.
          02 compet-ano                pic 9(02) value 0.
          02 compet-mes                pic 9(02) value 0.
       01 compet-n redefines compet    pic 9(04).
      *
       01 compet-aux.
          02 compet-aux-ano            pic 9(02) value 0.
          02 compet-aux-mes            pic 9(02) value 0.
       01 compet-aux-n redefines compet-aux pic 9(04).
      *
       01 compet-disp.
          02 compet-disp-mes           pic 9(02) value 0.
          02 filler                    pic x(01) value "/".
          02 compet-disp-ano           pic 9(02) value 0.
      *
       01 doc-comissao.
          02 filler                    pic x(02) value "CM".
          02 doc-cms-compet            pic 9(04) value 0.
          02 doc-cms-seq               pic 9(04) value 0.
      *
       01 documento-aux                pic x(10) value spaces.
      *
       01 obs-titulo.
          02 filler                    pic x(19) value
             "COMISSAO RECEPTIVO ".
          02 obs-tit-compet            pic x(05) value spaces.
          02 filler                    pic x(06) value spaces.
      *
      *    Atendentes com movimento no calculo
      *
       01 atd-max                      pic 9(03) comp-5 value 100.
       01 atd-qtd                      pic 9(03) comp-5 value 0.
       01 atd-idx                      pic 9(03) comp-5 value 0.
       01 atd-tabela.
          02 atd-item occurs 100.
             03 atd-atendente          pic x(10).
             03 atd-bruto              pic 9(09)v9(02).
             03 atd-estornos           pic 9(09)v9(02).
             03 atd-saldo-ant          pic 9(09)v9(02).
             03 atd-documento          pic x(10).
      *
       01 atendente-aux                pic x(10) value spaces.
       01 soma-modo                    pic x(01) value spaces.
       01 soma-bruto                   pic 9(09)v9(02) value 0.
       01 soma-estornos                pic 9(09)v9(02) value 0.
       01 soma-itens                   pic 9(05) value 0.
       01 soma-qtd-est                 pic 9(05) value 0.
       01 liquido                      pic s9(09)v9(02) value 0.
      *
       01 tot-excecao                  pic 9(05) value 0.
       01 tot-octs                     pic 9(05) value 0.
       01 tot-estornos                 pic 9(05) value 0.
       01 tot-pago                     pic 9(11)v9(02) value 0.
       01 tot-sem-titulo               pic 9(03) value 0.
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
          02 cab-titulo                pic x(40) value spaces.
          02 cab-compet                pic x(05) value spaces.
          02 filler                    pic x(06) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 exc-lin.
          02 filler                    pic x(02) value spaces.
          02 exc-codigo                pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 exc-atendente             pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 exc-pax                   pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 exc-data-emb              pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 exc-motivo                pic x(25) value spaces.
      *
       01 ext-cab.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(11) value "Atendente: ".
          02 ext-cab-atendente         pic x(10) value spaces.
          02 filler                    pic x(10) value "  Credor: ".
          02 ext-cab-codigo            pic 9(05) value 0.
          02 filler                    pic x(01) value "/".
          02 ext-cab-condicao          pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
          02 ext-cab-razao             pic x(40) value spaces.
      *
       01 ext-tit.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(07) value "O.C.T.".
          02 filler                    pic x(09) value "Embarque".
          02 filler                    pic x(08) value "Serv/Ae".
          02 filler                    pic x(31) value "Passageiro".
          02 filler                    pic x(13) value
             "  Valor OCT".
          02 filler                    pic x(14) value
             "     Comissao".
          02 filler                    pic x(11) value "Titulo".
          02 filler                    pic x(15) value "Observacao".
      *
       01 ext-lin.
          02 filler                    pic x(02) value spaces.
          02 ext-lin-oct               pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 ext-lin-data              pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 ext-lin-servico           pic 9(02) value 0.
          02 filler                    pic x(01) value "/".
          02 ext-lin-aerop             pic 9(01) value 0.
          02 filler                    pic x(04) value spaces.
          02 ext-lin-pax               pic x(30) value spaces.
          02 filler                    pic x(01) value spaces.
          02 ext-lin-valor             pic z.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 ext-lin-comissao          pic -z.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 ext-lin-documento         pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 ext-lin-obs               pic x(18) value spaces.
      *
       01 tot-lin.
          02 filler                    pic x(02) value spaces.
          02 tot-lin-desc              pic x(36) value spaces.
          02 tot-lin-valor             pic -zzz.zzz.zz9,99 value 0.
          02 filler                    pic x(02) value spaces.
          02 tot-lin-compl             pic x(20) value spaces.
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
       copy wstab01.lib.
       copy workgen.lib.
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
          02 line 07 column 44 foreground-color 06 background-color 01
             highlight value "Comissao do Receptivo".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (T/P/A/C/E)...:".
      *
       01 tela-tabela.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Servico..............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Aeroporto (0=todos)..:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Regra (F/P)..........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Valor fixo...........:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Percentual...........:".
      *
       01 tela-parametros.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Centro de custo......:".
      *
       01 tela-atendente.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Atendente............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Credor (A/F/N).......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Estorno a descontar..:".
      *
       01 tela-calculo.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Periodo de embarque..:".
          02 line 10 column 31 foreground-color 06 background-color 01
             highlight value "/  /   a    /  /".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Vencimento do titulo.:".
          02 line 11 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
      *
       01 tela-extrato.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Competencia (mm/aa)..:".
          02 line 10 column 31 foreground-color 06 background-color 01
             highlight value "/".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Atendente............:".
          02 line 11 column 41 foreground-color 06 background-color 01
             highlight value "branco = todos".
      *
       01 tela-mensagem-cad.
          02 line 23 column 05 foreground-color 07 background-color 01
             highlight pic x(66) from mensagem.
      *
       01 tela-erro-cad.
          02 line 23 column 05 foreground-color 15 background-color 04
             highlight pic x(66) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 23 column 05 foreground-color 01 background-color 01
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
           move 05 to box-lin.
           move 74 to box-col-f.
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
           perform sec-funcao.
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
       rot-open-cm01.
           move 0 to erro.
           if cm01-stat = "F"
              open i-o arqcm01
              if cm01-status = "35"
                 open output arqcm01
                 close arqcm01
                 open i-o arqcm01
              end-if
              if cm01-status not = "00"
                 move
                 " Erro de abertura no ARQCM01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to cm01-stat
              end-if
           end-if.
      *
       rot-close-cm01.
           if cm01-stat = "A"
              close arqcm01
              move "F" to cm01-stat
           end-if.
      *
       rot-le-cm01.
           move 0 to erro.
           read arqcm01 invalid key move 1 to erro.
           if cm01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-cm01
           end-if.
      *
       rot-le-prox-cm01.
           move 0 to erro.
           read arqcm01 next record at end move 1 to erro.
           if cm01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-cm01
           end-if.
      *
       rot-open-cm02.
           move 0 to erro.
           if cm02-stat = "F"
              open i-o arqcm02
              if cm02-status = "35"
                 open output arqcm02
                 close arqcm02
                 open i-o arqcm02
              end-if
              if cm02-status not = "00"
                 move
                 " Erro de abertura no ARQCM02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to cm02-stat
              end-if
           end-if.
      *
       rot-close-cm02.
           if cm02-stat = "A"
              close arqcm02
              move "F" to cm02-stat
           end-if.
      *
       rot-le-cm02.
           move 0 to erro.
           read arqcm02 invalid key move 1 to erro.
           if cm02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-cm02
           end-if.
      *
       rot-le-prox-cm02.
           move 0 to erro.
           read arqcm02 next record at end move 1 to erro.
           if cm02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-cm02
           end-if.
      *
       rot-open-ab05.
           move 0 to erro.
           if ab05-stat = "F"
              open input arqab05
              if ab05-status not = "00"
                 move
                 " Erro de abertura no ARQAB05A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ab05-stat
              end-if
           end-if.
      *
       rot-close-ab05.
           if ab05-stat = "A"
              close arqab05
              move "F" to ab05-stat
           end-if.
      *
       rot-le-prox-ab05.
           move 0 to erro.
           read arqab05 next record at end move 1 to erro.
           if ab05-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ab05
           end-if.
      *
       rot-le-ab05-dir.
           move 0 to erro.
           read arqab05 invalid key move 1 to erro.
           if ab05-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ab05-dir
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
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open i-o arqtabl
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
       rot-open-usr.
           move 0 to erro.
           if usr-stat = "F"
              open input arqusr
              if usr-status not = "00"
                 move
                 " Erro de abertura no ARQUSR00.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to usr-stat
              end-if
           end-if.
      *
       rot-close-usr.
           if usr-stat = "A"
              close arqusr
              move "F" to usr-stat
           end-if.
      *
       rot-le-usr.
           move 0 to erro.
           read arqusr invalid key move 1 to erro.
           if usr-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-usr
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
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to mensagem.
           perform rot-erro-cad.
      *
       rot-cabec.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           add 1 to pagina.
           move pagina to cab-pagina.
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           move 5 to linha.
      *
      *    Tabela tipo 51 no wtab01-codigo
      *
       rot-le-tipo51.
           move 51 to wtab01-tipo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
      *
       rot-le-operacao.
           move spaces to desc-tabela.
           move operacao to wtab01-codigo.
           move 05 to wtab01-tipo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move reg-tabl to reg-wtab01
              move wtab01-descricao to desc-tabela
           end-if.
      *
       rot-le-ccusto.
           move spaces to desc-tabela.
           move ccusto to wtab01-codigo.
           move 27 to wtab01-tipo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move reg-tabl to reg-wtab01
              move wtab01-descricao to desc-tabela
           end-if.
      *
       rot-desc-regra.
           evaluate regra
                    when "F" move "FIXO POR O.C.T." to desc-regra
                    when "P" move "% SOBRE O VALOR" to desc-regra
                    when other move spaces to desc-regra
           end-evaluate.
      *
      *    Comissao do O.C.T. corrente (reg-ab05): regra do servico
      *    no aeroporto do O.C.T. e, sem ela, a de qualquer aeroporto
      *
       rot-regra.
           move 0 to comissao.
           move "N" to achou-regra.
           if ab05-servico not numeric or ab05-servico = 0
              go to rot-regra-fim
           end-if.
           compute wtab01-codigo = ab05-servico * 10 + ab05-aerop.
           perform rot-le-tipo51.
           if erro not = 0
              compute wtab01-codigo = ab05-servico * 10
              perform rot-le-tipo51
           end-if.
           if erro not = 0
              move 0 to erro
              go to rot-regra-fim
           end-if.
           move "S" to achou-regra.
           move tabl-resto to regra-resto.
           if rg-regra = "F"
              move rg-valor to comissao
           else
              compute comissao rounded = valor-oct * rg-perc / 100
           end-if.
       rot-regra-fim.
           exit.
      *
      *    Localiza (ou inclui) o atendente-aux na tabela do calculo
      *
       rot-acumula-atd.
           move 1 to atd-idx.
       rot-acumula-atd-1.
           if atd-idx > atd-qtd
              if atd-qtd >= atd-max
                 move 0 to atd-idx
                 go to rot-acumula-atd-fim
              end-if
              add 1 to atd-qtd
              move atd-qtd to atd-idx
              move atendente-aux to atd-atendente(atd-idx)
              move 0 to atd-bruto(atd-idx) atd-estornos(atd-idx)
                        atd-saldo-ant(atd-idx)
              move spaces to atd-documento(atd-idx)
              go to rot-acumula-atd-fim
           end-if.
           if atd-atendente(atd-idx) = atendente-aux
              go to rot-acumula-atd-fim
           end-if.
           add 1 to atd-idx.
           go to rot-acumula-atd-1.
       rot-acumula-atd-fim.
           exit.
      *
      *    Soma do atendente-aux na competencia (compet):
      *    soma-modo "P" = so o que ainda nao entrou em titulo,
      *    "T" = tudo (extrato)
      *
       rot-soma-atd.
           move 0 to soma-bruto soma-estornos soma-itens soma-qtd-est.
           move atendente-aux to cm01-atendente.
           move compet-n to cm01-compet.
           start arqcm01 key is equal cm01-chave-1 invalid key
                 go to rot-soma-atd-02
           end-start.
       rot-soma-atd-01.
           perform rot-le-prox-cm01.
           if erro not = 0
              move 0 to erro
              go to rot-soma-atd-02
           end-if.
           if cm01-atendente not = atendente-aux or
              cm01-compet not = compet-n
              go to rot-soma-atd-02
           end-if.
           if soma-modo = "P" and
              (cm01-situacao not = "P" or cm01-documento not = spaces)
              go to rot-soma-atd-01
           end-if.
           add cm01-comissao to soma-bruto.
           add 1 to soma-itens.
           go to rot-soma-atd-01.
       rot-soma-atd-02.
           move atendente-aux to cm01-atendente-e.
           move compet-n to cm01-compet-est.
           start arqcm01 key is equal cm01-chave-2 invalid key
                 go to rot-soma-atd-fim
           end-start.
       rot-soma-atd-03.
           perform rot-le-prox-cm01.
           if erro not = 0
              move 0 to erro
              go to rot-soma-atd-fim
           end-if.
           if cm01-atendente-e not = atendente-aux or
              cm01-compet-est not = compet-n
              go to rot-soma-atd-fim
           end-if.
           if soma-modo = "P" and cm01-doc-est not = spaces
              go to rot-soma-atd-03
           end-if.
           add cm01-comissao to soma-estornos.
           add 1 to soma-qtd-est.
           go to rot-soma-atd-03.
       rot-soma-atd-fim.
           exit.
      *
      *    Marca com o documento-aux o que a soma "P" considerou
      *
       rot-marca-atd.
           move atendente-aux to cm01-atendente.
           move compet-n to cm01-compet.
           start arqcm01 key is equal cm01-chave-1 invalid key
                 go to rot-marca-atd-02
           end-start.
       rot-marca-atd-01.
           perform rot-le-prox-cm01.
           if erro not = 0
              move 0 to erro
              go to rot-marca-atd-02
           end-if.
           if cm01-atendente not = atendente-aux or
              cm01-compet not = compet-n
              go to rot-marca-atd-02
           end-if.
           if cm01-situacao not = "P" or cm01-documento not = spaces
              go to rot-marca-atd-01
           end-if.
           move documento-aux to cm01-documento.
           rewrite reg-cm01 invalid key
                   continue
           end-rewrite.
           go to rot-marca-atd-01.
       rot-marca-atd-02.
           move atendente-aux to cm01-atendente-e.
           move compet-n to cm01-compet-est.
           start arqcm01 key is equal cm01-chave-2 invalid key
                 go to rot-marca-atd-fim
           end-start.
       rot-marca-atd-03.
           perform rot-le-prox-cm01.
           if erro not = 0
              move 0 to erro
              go to rot-marca-atd-fim
           end-if.
           if cm01-atendente-e not = atendente-aux or
              cm01-compet-est not = compet-n
              go to rot-marca-atd-fim
           end-if.
           if cm01-doc-est not = spaces
              go to rot-marca-atd-03
           end-if.
           move documento-aux to cm01-doc-est.
           rewrite reg-cm01 invalid key
                   continue
           end-rewrite.
           go to rot-marca-atd-03.
       rot-marca-atd-fim.
           exit.
      *
      *    Proximo documento livre CMaammnnnn no ARQRE01
      *
       rot-proximo-doc.
           move compet-n to doc-cms-compet.
           move 0 to doc-cms-seq.
       rot-proximo-doc-1.
           add 1 to doc-cms-seq.
           move doc-comissao to re01-documento.
           perform rot-le-re01.
           if erro = 0
              go to rot-proximo-doc-1
           end-if.
           move 0 to erro.
       rot-proximo-doc-fim.
           exit.
      *
      *    Titulo a pagar da comissao liquida do atendente (atd-idx);
      *    fica pendente de aprovacao como qualquer titulo digitado
      *
       rot-grava-titulo.
           perform rot-proximo-doc thru rot-proximo-doc-fim.
           move doc-comissao to re01-documento.
           move cm02-codigo to re01-codigo.
           move cm02-condicao to re01-condicao.
           move vencimento to re01-vencimento.
           move liquido to re01-valor.
           move compet-disp to obs-tit-compet.
           move obs-titulo to re01-obs.
           move 0 to re01-portador.
           move pr-operacao to re01-operacao.
           move param-data to re01-emissao.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           move spaces to re01-doc-pai re01-evento.
           move 0 to re01-parcela re01-qtd-parcelas.
           move pr-ccusto to re01-ccusto.
           move spaces to re01-aprovado.
           move spaces to re01-cod-barras re01-pgto-sit.
           move 0 to re01-bordero re01-remessa.
           move re01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to re01-entidade.
           write reg-re01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-re01
           end-write.
      *
      *    Extrato do atendente-aux na competencia; os totais do
      *    calculo (saldo anterior, liquido e titulo) saem no fim
      *    quando atd-idx aponta p/ a tabela do calculo
      *
       rot-extrato.
           move atendente-aux to cm02-atendente.
           perform rot-le-cm02.
           if erro not = 0
              move 0 to erro
              move 0 to cm02-codigo
              move spaces to cm02-condicao
           end-if.
           move atendente-aux to ext-cab-atendente.
           move cm02-codigo to ext-cab-codigo ab01-codigo.
           move cm02-condicao to ext-cab-condicao.
           move spaces to ext-cab-razao.
           perform rot-le-ab01.
           if erro = 0
              move ab01-razao-social to ext-cab-razao
           end-if.
           move 0 to erro.
           perform rot-cabec.
           write reg-imp from ext-cab after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from ext-tit after 1 line.
           write reg-imp from tracos after 1 line.
           add 4 to linha.
           move 0 to soma-bruto soma-estornos.
           move atendente-aux to cm01-atendente.
           move compet-n to cm01-compet.
           start arqcm01 key is equal cm01-chave-1 invalid key
                 go to rot-extrato-02
           end-start.
       rot-extrato-01.
           perform rot-le-prox-cm01.
           if erro not = 0
              move 0 to erro
              go to rot-extrato-02
           end-if.
           if cm01-atendente not = atendente-aux or
              cm01-compet not = compet-n
              go to rot-extrato-02
           end-if.
           perform rot-extrato-linha.
           move cm01-comissao to ext-lin-comissao.
           move cm01-documento to ext-lin-documento.
           move spaces to ext-lin-obs.
           if cm01-situacao = "E"
              move cm01-compet-est to compet-aux-n
              move compet-aux-mes to compet-disp-mes
              move compet-aux-ano to compet-disp-ano
              string "ESTORNADO EM " compet-disp delimited by size
                     into ext-lin-obs
           end-if.
           write reg-imp from ext-lin after 1 line.
           add 1 to linha.
           add cm01-comissao to soma-bruto.
           go to rot-extrato-01.
       rot-extrato-02.
           move atendente-aux to cm01-atendente-e.
           move compet-n to cm01-compet-est.
           start arqcm01 key is equal cm01-chave-2 invalid key
                 go to rot-extrato-04
           end-start.
       rot-extrato-03.
           perform rot-le-prox-cm01.
           if erro not = 0
              move 0 to erro
              go to rot-extrato-04
           end-if.
           if cm01-atendente-e not = atendente-aux or
              cm01-compet-est not = compet-n
              go to rot-extrato-04
           end-if.
           perform rot-extrato-linha.
           compute ext-lin-comissao = 0 - cm01-comissao.
           move cm01-doc-est to ext-lin-documento.
           move cm01-compet to compet-aux-n.
           move compet-aux-mes to compet-disp-mes.
           move compet-aux-ano to compet-disp-ano.
           move spaces to ext-lin-obs.
           string "ESTORNO DE " compet-disp delimited by size
                  into ext-lin-obs.
           write reg-imp from ext-lin after 1 line.
           add 1 to linha.
           add cm01-comissao to soma-estornos.
           go to rot-extrato-03.
       rot-extrato-04.
           move compet-n to compet-aux-n.
           move compet-aux-mes to compet-disp-mes.
           move compet-aux-ano to compet-disp-ano.
           write reg-imp from tracos after 1 line.
           move spaces to tot-lin-compl.
           move "Comissoes da competencia............:" to
                tot-lin-desc.
           move soma-bruto to tot-lin-valor.
           write reg-imp from tot-lin after 1 line.
           move "Estornos descontados na competencia.:" to
                tot-lin-desc.
           compute tot-lin-valor = 0 - soma-estornos.
           write reg-imp from tot-lin after 1 line.
           add 3 to linha.
           if atd-idx = 0
              go to rot-extrato-fim
           end-if.
           move "Estornos de meses anteriores........:" to
                tot-lin-desc.
           compute tot-lin-valor = 0 - atd-saldo-ant(atd-idx).
           write reg-imp from tot-lin after 1 line.
           compute liquido = atd-bruto(atd-idx)
                           - atd-estornos(atd-idx)
                           - atd-saldo-ant(atd-idx).
           move "Liquido deste calculo...............:" to
                tot-lin-desc.
           move liquido to tot-lin-valor.
           move atd-documento(atd-idx) to tot-lin-compl.
           if liquido < 0
              move "A DESCONTAR" to tot-lin-compl
           end-if.
           write reg-imp from tot-lin after 1 line.
           add 2 to linha.
       rot-extrato-fim.
           exit.
      *
       rot-extrato-linha.
           if linha > 56
              perform rot-cabec
              write reg-imp from ext-cab after 1 line
              write reg-imp from ext-tit after 1 line
              write reg-imp from tracos after 1 line
              add 3 to linha
           end-if.
           move cm01-oct to ext-lin-oct.
           move cm01-data-emb to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to ext-lin-data.
           move cm01-servico to ext-lin-servico.
           move cm01-aerop to ext-lin-aerop.
           move cm01-pax to ext-lin-pax.
           move cm01-valor-oct to ext-lin-valor.
      *
       rot-excecao.
           add 1 to tot-excecao.
           if linha > 56
              perform rot-cabec
           end-if.
           move ab05-codigo to exc-codigo.
           move ab05-atendente to exc-atendente.
           move ab05-pax-a to exc-pax.
           move ab05-data-emb to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to exc-data-emb.
           write reg-imp from exc-lin after 1 line.
           add 1 to linha.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display tracos(1:68) at line linha-tela column 05 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-painel-1.
       rot-limpa-painel-fim.
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
      *  Secao de funcao     *
      *                      *
      ************************
      *
       sec-funcao section.
      *
       lab-fun-01.
           move spaces to funcao.
           perform lmp-funcao.
           perform acc-funcao.
           if escape-key = 1
              go to lab-fun-fim
           end-if.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "T" and "P" and "A" and "C" and "E"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if funcao not = "E" and param-prioridade < 8
              move " Usuario sem prioridade para esta funcao - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           evaluate true
                    when funcao = "T"
                         perform sec-tabela
                    when funcao = "P"
                         perform sec-parametros
                    when funcao = "A"
                         perform sec-atendente
                    when funcao = "C"
                         perform sec-calculo
                    when funcao = "E"
                         perform sec-extrato
           end-evaluate.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Tabela de comissao  *
      *                      *
      ************************
      *
       sec-tabela section.
      *
       lab-tab-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-tab-fim
           end-if.
           display tela-tabela.
      *
       lab-tab-01.
           move 0 to servico.
           perform lmp-servico thru lmp-percentual.
           perform acc-servico.
           if escape-key = 1
              go to lab-tab-fim
           end-if.
           if servico = 0
              go to lab-tab-01
           end-if.
      *
       lab-tab-02.
           move 0 to aerop.
           perform acc-aerop.
           if escape-key = 1
              go to lab-tab-01
           end-if.
           if aerop not = 0 and 1 and 2
              go to lab-tab-02
           end-if.
           compute wtab01-codigo = servico * 10 + aerop.
           perform rot-le-tipo51.
           if erro = 0
              move "S" to flag-existe
              move tabl-descricao to descricao
              move tabl-resto to regra-resto
              move rg-regra to regra
              move rg-valor to valor-fixo valor-aux
              move rg-perc to percentual perc-aux
           else
              move 0 to erro
              move "N" to flag-existe
              move spaces to descricao regra
              move 0 to valor-fixo valor-aux percentual perc-aux
           end-if.
           perform dsp-regra-todos.
      *
       lab-tab-03.
           perform acc-descricao.
           if escape-key = 1
              go to lab-tab-02
           end-if.
           move descricao to txt.
           perform rot-texto.
           move txt to descricao.
           if descricao = spaces
              go to lab-tab-03
           end-if.
      *
       lab-tab-04.
           perform acc-regra.
           if escape-key = 1
              go to lab-tab-03
           end-if.
           move regra to txt.
           perform rot-texto.
           move txt to regra.
           if regra not = "F" and "P"
              go to lab-tab-04
           end-if.
           perform rot-desc-regra.
           display desc-regra at 1332 with foreground-color 15
                   background-color 01.
           if regra = "P"
              move 0 to valor-fixo valor-aux
              perform lmp-valor
              go to lab-tab-06
           end-if.
           move 0 to percentual perc-aux.
           perform lmp-percentual.
      *
       lab-tab-05.
           perform acc-valor.
           if escape-key = 1
              go to lab-tab-04
           end-if.
           move valor-aux to valor-fixo.
           if valor-fixo = 0
              go to lab-tab-05
           end-if.
           go to lab-tab-07.
      *
       lab-tab-06.
           perform acc-percentual.
           if escape-key = 1
              go to lab-tab-04
           end-if.
           move perc-aux to percentual.
           if percentual = 0 or percentual > 100
              go to lab-tab-06
           end-if.
      *
       lab-tab-07.
           if flag-existe = "S"
              move "Confirma (S) (N) ou (E)xclui a regra ?" to mensagem
           else
              move "Confirma (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-tab-04
           end-if.
           if resposta = "E" and flag-existe = "S"
              display tela-limpa-cad
              compute wtab01-codigo = servico * 10 + aerop
              perform rot-le-tipo51
              if erro = 0
                 delete arqtabl record invalid key
                        continue
                 end-delete
              end-if
              move 0 to erro
              go to lab-tab-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-tab-01
           else
              if resposta not = "S"
                 go to lab-tab-07
              end-if
           end-if.
           display tela-limpa-cad.
           compute wtab01-codigo = servico * 10 + aerop.
           perform rot-le-tipo51.
           move regra to rg-regra.
           move valor-fixo to rg-valor.
           move percentual to rg-perc.
           move "51" to tabl-tipo-1.
           move descricao to tabl-descricao-1 tabl-descricao.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move regra-resto to tabl-resto.
           if erro = 0
              rewrite reg-tabl invalid key
                      continue
              end-rewrite
           else
              move wtab01-chave to tabl-chave
              write reg-tabl invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-tab-01.
      *
       lab-tab-fim.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Parametros          *
      *                      *
      ************************
      *
       sec-parametros section.
      *
       lab-par-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-par-fim
           end-if.
           display tela-parametros.
           move 0 to wtab01-codigo.
           perform rot-le-tipo51.
           if erro = 0
              move tabl-resto to param-resto
           else
              move 0 to erro pr-operacao pr-ccusto
           end-if.
           move pr-operacao to operacao.
           move pr-ccusto to ccusto.
           if operacao not = 0
              perform rot-le-operacao
              move 0 to erro
              perform dsp-operacao
           end-if.
           if ccusto not = 0
              perform rot-le-ccusto
              move 0 to erro
              perform dsp-ccusto
           end-if.
      *
       lab-par-01.
           perform acc-operacao.
           if escape-key = 1
              go to lab-par-fim
           end-if.
           perform rot-le-operacao.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-par-01
           end-if.
           perform dsp-operacao.
      *
       lab-par-02.
           perform acc-ccusto.
           if escape-key = 1
              go to lab-par-01
           end-if.
           if ccusto not = 0
              perform rot-le-ccusto
              if erro not = 0
                 move 0 to erro
                 move " Centro de custo nao cadastrado (tabela 27) - Tec
      -          "le <Enter>" to mensagem
                 perform rot-erro-cad
                 go to lab-par-02
              end-if
           else
              move spaces to desc-tabela
           end-if.
           perform dsp-ccusto.
      *
       lab-par-03.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-par-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-par-fim
           else
              if resposta not = "S"
                 go to lab-par-03
              end-if
           end-if.
           display tela-limpa-cad.
           move 0 to wtab01-codigo.
           perform rot-le-tipo51.
           move operacao to pr-operacao.
           move ccusto to pr-ccusto.
           move "51" to tabl-tipo-1.
           move "PARAMETROS DA COMISSAO DO RECEPTIVO" to
                tabl-descricao-1 tabl-descricao.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move param-resto to tabl-resto.
           if erro = 0
              rewrite reg-tabl invalid key
                      continue
              end-rewrite
           else
              move wtab01-chave to tabl-chave
              write reg-tabl invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
      *
       lab-par-fim.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Atendentes          *
      *                      *
      ************************
      *
       sec-atendente section.
      *
       lab-atd-00.
           perform rot-open-cm02.
           if erro not = 0
              go to lab-atd-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-atd-fim
           end-if.
           perform rot-open-usr.
           if erro not = 0
              go to lab-atd-fim
           end-if.
           display tela-atendente.
      *
       lab-atd-01.
           move spaces to atendente.
           perform lmp-atendente thru lmp-saldo.
           perform acc-atendente.
           if escape-key = 1
              go to lab-atd-fim
           end-if.
           move atendente to txt.
           perform rot-texto.
           move txt to atendente.
           if atendente = spaces
              go to lab-atd-01
           end-if.
           move atendente to usr-usuario.
           perform rot-le-usr.
           if erro not = 0
              move 0 to erro
              move " Atendente nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-atd-01
           end-if.
           move atendente to cm02-atendente.
           perform rot-le-cm02.
           if erro = 0
              move "S" to flag-existe
              move cm02-condicao to condicao
              move cm02-codigo to codigo
              perform dsp-credor
              move cm02-saldo to valor-disp
              display valor-disp at 1229 with foreground-color 15
                      background-color 01
           else
              move 0 to erro
              move "N" to flag-existe
              move spaces to condicao
              move 0 to codigo
           end-if.
      *
       lab-atd-02.
           perform acc-condicao.
           if escape-key = 1
              go to lab-atd-01
           end-if.
           move condicao to txt.
           perform rot-texto.
           move txt to condicao.
           if condicao not = "A" and "F" and "N"
              go to lab-atd-02
           end-if.
      *
       lab-atd-03.
           perform acc-codigo.
           if escape-key = 1
              go to lab-atd-02
           end-if.
           if codigo = 0
              go to lab-atd-03
           end-if.
           perform dsp-credor.
           if erro not = 0
              move 0 to erro
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-atd-03
           end-if.
      *
       lab-atd-04.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-atd-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-atd-01
           else
              if resposta not = "S"
                 go to lab-atd-04
              end-if
           end-if.
           display tela-limpa-cad.
           move atendente to cm02-atendente.
           perform rot-le-cm02.
           if erro not = 0
              move zeros to reg-cm02
              move atendente to cm02-atendente
           end-if.
           move codigo to cm02-codigo.
           move condicao to cm02-condicao.
           move param-usr to cm02-usuario.
           move param-data to cm02-data.
           if erro = 0
              rewrite reg-cm02 invalid key
                      continue
              end-rewrite
           else
              write reg-cm02 invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-atd-01.
      *
       lab-atd-fim.
           perform rot-close-usr.
           perform rot-close-ab01.
           perform rot-close-cm02.
           exit.
      *
      ************************
      *                      *
      *  Calculo mensal      *
      *                      *
      ************************
      *
       sec-calculo section.
      *
       lab-clc-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-clc-fim
           end-if.
           perform rot-open-cm01.
           if erro not = 0
              go to lab-clc-fim
           end-if.
           perform rot-open-cm02.
           if erro not = 0
              go to lab-clc-fim
           end-if.
           perform rot-open-ab05.
           if erro not = 0
              go to lab-clc-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-clc-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-clc-fim
           end-if.
           move 0 to wtab01-codigo.
           perform rot-le-tipo51.
           if erro not = 0
              move 0 to erro
              move " Parametros da comissao nao cadastrados - Tecle <Ent
      -       "er>" to mensagem
              perform rot-erro-cad
              go to lab-clc-fim
           end-if.
           move tabl-resto to param-resto.
           display tela-calculo.
      *
       lab-clc-01.
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-data-ini thru acc-data-ini-fim.
           if escape-key = 1
              go to lab-clc-fim
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-clc-01
           end-if.
           move dias-corr to data-ini.
           move mes-euro to compet-mes compet-disp-mes.
           move ano-euro to compet-ano compet-disp-ano.
      *
       lab-clc-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-data-fim thru acc-data-fim-fim.
           if escape-key = 1
              go to lab-clc-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-clc-02
           end-if.
           move dias-corr to data-fim.
           if data-fim < data-ini
              perform rot-data-i
              go to lab-clc-02
           end-if.
      *
       lab-clc-03.
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-vencimento thru acc-vencimento-fim.
           if escape-key = 1
              go to lab-clc-02
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-clc-03
           end-if.
           move dias-corr to vencimento.
      *
       lab-clc-04.
           move "Confirma o calculo da comissao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-clc-03
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-clc-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-clc-fim
           end-if.
           move "Processando - Aguarde" to mensagem.
           display tela-mensagem-cad.
           move "Comissao do Receptivo - Competencia" to cab-titulo.
           move compet-disp to cab-compet.
           move 0 to pagina atd-qtd tot-excecao tot-octs tot-estornos
                     tot-pago tot-sem-titulo.
           perform rot-cabec.
           write reg-imp from
           "  O.C.T.s sem comissao (excecoes)" after 1 line.
           write reg-imp from tracos after 1 line.
           add 2 to linha.
      *
      *    O.C.T.s atendidos no periodo e ainda nao comissionados
      *
           move data-ini to ab05-data-emb.
           move low-values to ab05-chave.
           start arqab05 key is not less ab05-chave-6 invalid key
                 go to lab-clc-06
           end-start.
      *
       lab-clc-05.
           perform rot-le-prox-ab05.
           if erro not = 0
              move 0 to erro
              go to lab-clc-06
           end-if.
           if ab05-chave = high-values
              go to lab-clc-05
           end-if.
           if ab05-data-emb > data-fim
              go to lab-clc-06
           end-if.
           if ab05-data-emb < data-ini
              go to lab-clc-05
           end-if.
           move ab05-codigo to cm01-oct.
           perform rot-le-cm01.
           if erro = 0
              go to lab-clc-05
           end-if.
           move 0 to erro.
           if ab05-atendente = spaces
              move "SEM ATENDENTE" to exc-motivo
              perform rot-excecao
              go to lab-clc-05
           end-if.
           move ab05-atendente to cm02-atendente.
           perform rot-le-cm02.
           if erro not = 0
              move 0 to erro
              move "ATENDENTE SEM CREDOR" to exc-motivo
              perform rot-excecao
              go to lab-clc-05
           end-if.
           if ab05-valor numeric
              move ab05-valor to valor-oct
           else
              move 0 to valor-oct
           end-if.
           perform rot-regra thru rot-regra-fim.
           if achou-regra not = "S"
              move "SEM REGRA DE COMISSAO" to exc-motivo
              perform rot-excecao
              go to lab-clc-05
           end-if.
           if comissao = 0
              move "O.C.T. SEM PRECO" to exc-motivo
              perform rot-excecao
              go to lab-clc-05
           end-if.
           move ab05-atendente to atendente-aux.
           perform rot-acumula-atd thru rot-acumula-atd-fim.
           if atd-idx = 0
              move "LIMITE DE ATENDENTES" to exc-motivo
              perform rot-excecao
              go to lab-clc-05
           end-if.
           move ab05-codigo to cm01-oct.
           move ab05-atendente to cm01-atendente.
           move compet-n to cm01-compet.
           move spaces to cm01-atendente-e.
           move 0 to cm01-compet-est.
           move ab05-servico to cm01-servico.
           move ab05-aerop to cm01-aerop.
           move ab05-data-emb to cm01-data-emb.
           move ab05-pax-a to cm01-pax.
           move valor-oct to cm01-valor-oct.
           move comissao to cm01-comissao.
           move "P" to cm01-situacao.
           move spaces to cm01-documento cm01-doc-est.
           move param-usr to cm01-usuario.
           move param-data to cm01-data.
           write reg-cm01 invalid key
                 continue
           end-write.
           add 1 to tot-octs.
           go to lab-clc-05.
      *
      *    Estornos: O.C.T. comissionado e pago que nao existe mais
      *    no ARQAB05; sem titulo ainda, a comissao so e retirada
      *
       lab-clc-06.
           if tot-excecao = 0
              write reg-imp from "  Nenhuma excecao" after 1 line
              add 1 to linha
           end-if.
           move 0 to cm01-oct.
           start arqcm01 key is not less cm01-chave invalid key
                 go to lab-clc-08
           end-start.
      *
       lab-clc-07.
           perform rot-le-prox-cm01.
           if erro not = 0
              move 0 to erro
              go to lab-clc-08
           end-if.
           if cm01-situacao not = "P"
              go to lab-clc-07
           end-if.
           move cm01-oct to ab05-codigo.
           perform rot-le-ab05-dir.
           if erro = 0
              go to lab-clc-07
           end-if.
           move 0 to erro.
           if cm01-documento = spaces
              delete arqcm01 record invalid key
                     continue
              end-delete
              go to lab-clc-07
           end-if.
           move cm01-atendente to atendente-aux.
           perform rot-acumula-atd thru rot-acumula-atd-fim.
           if atd-idx = 0
              go to lab-clc-07
           end-if.
           move "E" to cm01-situacao.
           move cm01-atendente to cm01-atendente-e.
           move compet-n to cm01-compet-est.
           move spaces to cm01-doc-est.
           rewrite reg-cm01 invalid key
                   continue
           end-rewrite.
           add 1 to tot-estornos.
           go to lab-clc-07.
      *
      *    Um titulo por atendente: comissoes - estornos - saldo de
      *    estornos de meses anteriores; sem saldo a pagar, o que
      *    faltou descontar fica no ARQCM02 p/ o proximo calculo
      *
       lab-clc-08.
           move 1 to atd-idx.
      *
       lab-clc-09.
           if atd-idx > atd-qtd
              go to lab-clc-10
           end-if.
           move atd-atendente(atd-idx) to atendente-aux cm02-atendente.
           perform rot-le-cm02.
           if erro not = 0
              move 0 to erro
              add 1 to atd-idx
              go to lab-clc-09
           end-if.
           move "P" to soma-modo.
           perform rot-soma-atd thru rot-soma-atd-fim.
           move soma-bruto to atd-bruto(atd-idx).
           move soma-estornos to atd-estornos(atd-idx).
           move cm02-saldo to atd-saldo-ant(atd-idx).
           compute liquido = soma-bruto - soma-estornos - cm02-saldo.
           if liquido > 0
              perform rot-grava-titulo
              if erro not = 0
                 move 0 to erro
                 add 1 to tot-sem-titulo
                 move "SEM TITULO" to atd-documento(atd-idx)
                 add 1 to atd-idx
                 go to lab-clc-09
              end-if
              move doc-comissao to documento-aux
              add liquido to tot-pago
           else
              move "COMPENSADO" to documento-aux
           end-if.
           move documento-aux to atd-documento(atd-idx).
           perform rot-marca-atd thru rot-marca-atd-fim.
           move atd-atendente(atd-idx) to cm02-atendente.
           perform rot-le-cm02.
           if erro = 0
              if liquido > 0
                 move 0 to cm02-saldo
              else
                 compute cm02-saldo = 0 - liquido
              end-if
              rewrite reg-cm02 invalid key
                      continue
              end-rewrite
           end-if.
           move 0 to erro.
           add 1 to atd-idx.
           go to lab-clc-09.
      *
      *    Resumo e extrato de cada atendente
      *
       lab-clc-10.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           move spaces to tot-lin-compl.
           move "O.C.T.s comissionados...............:" to
                tot-lin-desc.
           move tot-octs to tot-lin-valor.
           write reg-imp from tot-lin after 1 line.
           move "O.C.T.s estornados..................:" to
                tot-lin-desc.
           move tot-estornos to tot-lin-valor.
           write reg-imp from tot-lin after 1 line.
           move "Total dos titulos gerados...........:" to
                tot-lin-desc.
           move tot-pago to tot-lin-valor.
           write reg-imp from tot-lin after 1 line.
           if tot-sem-titulo not = 0
              write reg-imp from
              "  ATENCAO: ha atendentes SEM TITULO - conferir"
              after 1 line
           end-if.
           move 1 to atd-idx.
      *
       lab-clc-11.
           if atd-idx > atd-qtd
              go to lab-clc-12
           end-if.
           move atd-atendente(atd-idx) to atendente-aux.
           perform rot-extrato thru rot-extrato-fim.
           add 1 to atd-idx.
           go to lab-clc-11.
      *
       lab-clc-12.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
           move "Calculo concluido - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-clc-fim.
           perform rot-close-imp.
           perform rot-close-re01.
           perform rot-close-ab01.
           perform rot-close-ab05.
           perform rot-close-cm02.
           perform rot-close-cm01.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Extrato             *
      *                      *
      ************************
      *
       sec-extrato section.
      *
       lab-ext-00.
           perform rot-open-cm01.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           perform rot-open-cm02.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           display tela-extrato.
      *
       lab-ext-01.
           move 0 to mes-comp ano-comp.
           perform acc-competencia thru acc-competencia-fim.
           if escape-key = 1
              go to lab-ext-fim
           end-if.
           if mes-comp < 1 or mes-comp > 12
              go to lab-ext-01
           end-if.
           move mes-comp to compet-mes compet-disp-mes.
           move ano-comp to compet-ano compet-disp-ano.
      *
       lab-ext-02.
           move spaces to atendente.
           perform lmp-atendente-ext.
           perform acc-atendente-ext.
           if escape-key = 1
              go to lab-ext-01
           end-if.
           move atendente to txt.
           perform rot-texto.
           move txt to atendente.
      *
       lab-ext-03.
           move "Imprime o extrato (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ext-02
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-ext-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move "Extrato de Comissao - Competencia" to cab-titulo.
           move compet-disp to cab-compet.
           move 0 to pagina atd-idx.
           move "T" to soma-modo.
           if atendente not = spaces
              move atendente to atendente-aux
              perform rot-extrato thru rot-extrato-fim
              go to lab-ext-05
           end-if.
           move low-values to cm02-chave.
           start arqcm02 key is not less cm02-chave invalid key
                 go to lab-ext-05
           end-start.
      *
       lab-ext-04.
           perform rot-le-prox-cm02.
           if erro not = 0
              move 0 to erro
              go to lab-ext-05
           end-if.
           move cm02-atendente to atendente-aux.
           perform rot-soma-atd thru rot-soma-atd-fim.
           if soma-itens = 0 and soma-qtd-est = 0
              go to lab-ext-04
           end-if.
           perform rot-extrato thru rot-extrato-fim.
      *
      *    O extrato releu o ARQCM02: reposiciona no atendente
      *
           move atendente-aux to cm02-atendente.
           start arqcm02 key is greater cm02-chave invalid key
                 go to lab-ext-05
           end-start.
           go to lab-ext-04.
      *
       lab-ext-05.
           if pagina not = 0
              write reg-imp from spaces after page
           end-if.
           perform rot-close-imp.
           display tela-limpa-cad.
           go to lab-ext-01.
      *
       lab-ext-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-cm02.
           perform rot-close-cm01.
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
           accept resposta at 2370 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-servico.
           accept servico at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-aerop.
           accept aerop at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-descricao.
           accept descricao at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-regra.
           accept regra at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept valor-aux at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-percentual.
           accept perc-aux at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ccusto.
           accept ccusto at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-atendente.
           accept atendente at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-condicao.
           accept condicao at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 1131 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-ini.
           accept dia-euro at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-ini-fim
           end-if.
           accept mes-euro at 1032 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-ini-fim
           end-if.
           accept ano-euro at 1035 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-ini-fim.
           exit.
      *
       acc-data-fim.
           accept dia-euro at 1041 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-fim-fim
           end-if.
           accept mes-euro at 1044 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-fim-fim
           end-if.
           accept ano-euro at 1047 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-fim-fim.
           exit.
      *
       acc-vencimento.
           accept dia-euro at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-vencimento-fim
           end-if.
           accept mes-euro at 1132 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-vencimento-fim
           end-if.
           accept ano-euro at 1135 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-vencimento-fim.
           exit.
      *
       acc-competencia.
           accept mes-comp at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-competencia-fim
           end-if.
           accept ano-comp at 1032 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-competencia-fim.
           exit.
      *
       acc-atendente-ext.
           accept atendente at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0829 with foreground-color 15
                   background-color 01.
      *
       dsp-regra-todos.
           display descricao at 1229 with foreground-color 15
                   background-color 01.
           display regra at 1329 with foreground-color 15
                   background-color 01.
           perform rot-desc-regra.
           display desc-regra at 1332 with foreground-color 15
                   background-color 01.
           display valor-aux at 1429 with foreground-color 15
                   background-color 01.
           display perc-aux at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-operacao.
           display operacao at 1029 with foreground-color 15
                   background-color 01.
           display desc-tabela at 1034 with foreground-color 15
                   background-color 01.
      *
       dsp-ccusto.
           display ccusto at 1129 with foreground-color 15
                   background-color 01.
           display desc-tabela at 1134 with foreground-color 15
                   background-color 01.
      *
       dsp-credor.
           display condicao at 1129 with foreground-color 15
                   background-color 01.
           display codigo at 1131 with foreground-color 15
                   background-color 01.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move ab01-razao-social to razao
           else
              move spaces to razao
           end-if.
           display razao(1:34) at 1138 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-servico.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-aerop.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-descricao.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-regra.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-percentual.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-atendente.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-credor.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-saldo.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-atendente-ext.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
