      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGQT01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Cotas de Patrocinio dos Eventos :                          *
      *                                                             *
      *  (C)otas       - catalogo de cotas por evento (tabela tipo  *
      *                  17): preco, quantidade a venda e as        *
      *                  contrapartidas prometidas (logo, palestra, *
      *                  inscricoes cortesia, m2 de estande ...)    *
      *                  com prazo de entrega;                      *
      *  (V)enda       - contrato com o patrocinador (associado ou  *
      *                  cadastro geral): gera no ARQRC01 um titulo *
      *                  por parcela (documento "PT"+contrato+      *
      *                  parcela, rc01-evento = evento, vencimentos *
      *                  de 30 em 30 dias levados ao dia util) e    *
      *                  copia as contrapartidas da cota p/ o       *
      *                  checklist do contrato;                     *
      *  (E)ntregas    - registra a data em que cada contrapartida  *
      *                  foi cumprida;                              *
      *  (R)elatorio   - cotas ainda a venda do evento e            *
      *                  contrapartidas nao entregues com prazo ate *
      *                  a data limite (ATRASADA quando o prazo ja  *
      *                  passou).                                   *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgqt01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqqt01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt01-chave
                  file status is qt01-status.
      *
           select arqqt02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt02-chave
                  alternate record key is qt02-chave-1 with duplicates
                  file status is qt02-status.
      *
           select arqqt03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is qt03-chave
                  file status is qt03-status.
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
           select arqrc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rc01-chave
                  alternate record key is rc01-chave-1 with duplicates
                  alternate record key is rc01-chave-2 with duplicates
                  alternate record key is rc01-chave-3 with duplicates
                  file status is rc01-status.
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
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdqt01.lib.
      *
       copy fdqt02.lib.
      *
       copy fdqt03.lib.
      *
       copy fdab01.lib.
      *
       copy fdcd01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdtabl.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 qt01-status                  pic x(02) value "00".
       01 qt01-stat                    pic x(01) value "F".
      *
       01 nome-arq-qt01.
          02 qt01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 qt01-nome                 pic x(08) value "ARQQT01A".
          02 filler                    pic x(01) value ".".
          02 qt01-ext                  pic x(03) value "DAT".
      *
       01 qt02-status                  pic x(02) value "00".
       01 qt02-stat                    pic x(01) value "F".
      *
       01 nome-arq-qt02.
          02 qt02-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 qt02-nome-arq             pic x(08) value "ARQQT02A".
          02 filler                    pic x(01) value ".".
          02 qt02-ext                  pic x(03) value "DAT".
      *
       01 qt03-status                  pic x(02) value "00".
       01 qt03-stat                    pic x(01) value "F".
      *
       01 nome-arq-qt03.
          02 qt03-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 qt03-nome                 pic x(08) value "ARQQT03A".
          02 filler                    pic x(01) value ".".
          02 qt03-ext                  pic x(03) value "DAT".
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
       01 rc01-status                  pic x(02) value "00".
       01 rc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rc01.
          02 rc01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rc01-nome                 pic x(08) value "ARQRC01A".
          02 filler                    pic x(01) value ".".
          02 rc01-ext                  pic x(03) value "DAT".
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
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGQT01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-70                     pic x(70) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(100) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 evento                    pic x(05) value spaces.
          02 devento                   pic x(40) value spaces.
          02 cota                      pic x(03) value spaces.
          02 descricao                 pic x(30) value spaces.
          02 preco                     pic 9(09)v9(02) value 0.
          02 quantidade                pic 9(03) value 0.
          02 disponivel                pic 9(03) value 0.
          02 valor-aux                 pic z(08)9,9(02) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 seq                       pic 9(02) value 0.
          02 item-descricao            pic x(40) value spaces.
          02 item-tipo                 pic x(01) value spaces.
          02 item-qtd                  pic 9(04)v9(02) value 0.
          02 qtd-aux                   pic zzz9,99 value 0.
          02 item-prazo                pic 9(06) value 0.
          02 tipo                      pic x(01) value spaces.
          02 patrocinador              pic 9(05) value 0.
          02 condicao                  pic x(01) value spaces.
          02 nome-patroc               pic x(40) value spaces.
          02 valor                     pic 9(09)v9(02) value 0.
          02 parcelas                  pic 9(02) value 0.
          02 primeiro-venc             pic 9(06) value 0.
          02 portador                  pic 9(03) value 0.
          02 operacao                  pic 9(03) value 0.
          02 contrato                  pic 9(05) value 0.
          02 data-entrega              pic 9(06) value 0.
          02 obs                       pic x(30) value spaces.
          02 data-limite               pic 9(06) value 0.
          02 flag-existe               pic x(01) value spaces.
          02 flag-item                 pic x(01) value spaces.
      *
       01 campo-diautil.
          02 dut-par-data              pic 9(06) value 0.
          02 dut-par-data-util         pic 9(06) value 0.
      *
       01 hoje                         pic 9(06) value 0.
       01 parcela                      pic 9(02) value 0.
       01 valor-parcela                pic 9(09)v9(02) value 0.
       01 valor-acum                   pic 9(11)v9(02) value 0.
       01 qtd-titulos                  pic 9(02) value 0.
       01 parte-rel                    pic 9(01) value 0.
      *
      *    Contrapartidas da cota copiadas p/ o contrato na venda
      *
       01 itm-idx                      pic 9(02) comp-5 value 0.
       01 itm-qtd                      pic 9(02) comp-5 value 0.
       01 tab-item.
          02 ti-item occurs 50.
             03 ti-seq                 pic 9(02).
             03 ti-descricao           pic x(40).
             03 ti-tipo                pic x(01).
             03 ti-quantidade          pic 9(04)v9(02).
             03 ti-prazo               pic 9(06).
      *
       01 doc-patrocinio.
          02 filler                    pic x(02) value "PT".
          02 doc-pt-contrato           pic 9(05) value 0.
          02 doc-pt-parcela            pic 9(02) value 0.
          02 filler                    pic x(01) value spaces.
      *
       01 obs-patrocinio.
          02 filler                    pic x(11) value "PATROCINIO ".
          02 obs-pt-evento             pic x(05) value spaces.
          02 filler                    pic x(06) value " COTA ".
          02 obs-pt-cota               pic x(03) value spaces.
          02 filler                    pic x(02) value " P".
          02 obs-pt-parcela            pic 9(02) value 0.
      *
       01 cont-rel.
          02 qtd-cotas                 pic 9(05) value 0.
          02 qtd-pendentes             pic 9(05) value 0.
          02 qtd-atrasadas             pic 9(05) value 0.
          02 tot-a-vender              pic 9(11)v9(02) value 0.
          02 valor-a-vender            pic 9(11)v9(02) value 0.
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
          02 filler                    pic x(50) value
             "Cotas de Patrocinio e Contrapartidas".
          02 filler                    pic x(03) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-sub.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(08) value "Evento: ".
          02 cab-sub-evento            pic x(05) value spaces.
          02 filler                    pic x(03) value " - ".
          02 cab-sub-devento           pic x(40) value spaces.
          02 filler                    pic x(14) value
             "  Data limite ".
          02 cab-sub-limite            pic x(08) value spaces.
      *
      *    Cotas ainda a venda
      *
       01 cot-tit.
          02 filler                    pic x(05) value "Cota".
          02 filler                    pic x(31) value "Descricao".
          02 filler                    pic x(16) value
             "           Preco".
          02 filler                    pic x(06) value "  Qtde".
          02 filler                    pic x(06) value " Vend.".
          02 filler                    pic x(06) value " Disp.".
          02 filler                    pic x(19) value
             "    Valor a vender".
      *
       01 cot-lin.
          02 cot-lin-cota              pic x(03) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cot-lin-descricao         pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cot-lin-preco             pic zzz.zzz.zz9,99 value 0.
          02 filler                    pic x(03) value spaces.
          02 cot-lin-qtde              pic zz9 value 0.
          02 filler                    pic x(03) value spaces.
          02 cot-lin-vendidas          pic zz9 value 0.
          02 filler                    pic x(03) value spaces.
          02 cot-lin-disp              pic zz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cot-lin-valor             pic zzz.zzz.zzz.zz9,99 value 0.
      *
      *    Contrapartidas pendentes
      *
       01 ent-tit.
          02 filler                    pic x(08) value "Contr.".
          02 filler                    pic x(26) value "Patrocinador".
          02 filler                    pic x(05) value "Cota".
          02 filler                    pic x(43) value "Contrapartida".
          02 filler                    pic x(10) value "Prazo".
          02 filler                    pic x(08) value "Situacao".
      *
       01 ent-lin.
          02 ent-lin-contrato          pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
          02 ent-lin-nome              pic x(25) value spaces.
          02 filler                    pic x(01) value spaces.
          02 ent-lin-cota              pic x(03) value spaces.
          02 filler                    pic x(02) value spaces.
          02 ent-lin-descricao         pic x(40) value spaces.
          02 filler                    pic x(01) value spaces.
          02 ent-lin-tipo              pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
          02 ent-lin-prazo             pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 ent-lin-situacao          pic x(08) value spaces.
      *
       01 cab-parte.
          02 filler                    pic x(02) value spaces.
          02 cab-parte-texto           pic x(60) value spaces.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(36) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-tot-texto-2           pic x(16) value spaces.
          02 cab-tot-valor             pic zzz.zzz.zzz.zz9,99.
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
          02 line 07 column 42 foreground-color 06 background-color 01
             highlight value "Cotas de Patrocinio".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/V/E/R).....:".
      *
       01 tela-cotas.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Evento (tabela 17)...:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Cota.................:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Preco................:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade a venda...:".
          02 line 14 column 40 foreground-color 06 background-color 01
             highlight value "Vendidas:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Contrapartida (0=fim):".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Tipo.................:".
          02 line 18 column 33 foreground-color 06 background-color 01
             highlight value "L=logo P=palestra I=inscr. E=m2 O=outra".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Quantidade...........:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Prazo de entrega.....:".
          02 line 20 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
      *
       01 tela-venda.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Evento (tabela 17)...:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Cota.................:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Patrocinador (A/C)...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Valor do contrato....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Parcelas.............:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Primeiro vencimento..:".
          02 line 15 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Portador.............:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Contrato.............:".
      *
       01 tela-entrega.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Contrato.............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Evento / cota........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Contrapartida........:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Prazo................:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Entregue em (0=pend.):".
          02 line 14 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Observacao...........:".
      *
       01 tela-relatorio.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Evento (tabela 17)...:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Prazos ate...........:".
          02 line 11 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
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
       rot-open-qt01.
           move 0 to erro.
           if qt01-stat = "F"
              open i-o arqqt01
              if qt01-status = "35"
                 open output arqqt01
                 close arqqt01
                 open i-o arqqt01
              end-if
              if qt01-status not = "00"
                 move
                 " Erro de abertura no ARQQT01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to qt01-stat
              end-if
           end-if.
      *
       rot-close-qt01.
           if qt01-stat = "A"
              close arqqt01
              move "F" to qt01-stat
           end-if.
      *
       rot-le-qt01.
           move 0 to erro.
           read arqqt01 invalid key move 1 to erro.
           if qt01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-qt01
           end-if.
      *
       rot-le-prox-qt01.
           move 0 to erro.
           read arqqt01 next record at end move 1 to erro.
           if qt01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-qt01
           end-if.
      *
       rot-open-qt02.
           move 0 to erro.
           if qt02-stat = "F"
              open i-o arqqt02
              if qt02-status = "35"
                 open output arqqt02
                 move zeros to reg-qt02-1
                 move high-values to qt02-controle
                 move 0 to qt02-ult-contrato
                 write reg-qt02-1
                 close arqqt02
                 open i-o arqqt02
              end-if
              if qt02-status not = "00"
                 move
                 " Erro de abertura no ARQQT02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to qt02-stat
              end-if
           end-if.
      *
       rot-close-qt02.
           if qt02-stat = "A"
              close arqqt02
              move "F" to qt02-stat
           end-if.
      *
       rot-le-qt02.
           move 0 to erro.
           read arqqt02 invalid key move 1 to erro.
           if qt02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-qt02
           end-if.
      *
       rot-le-prox-qt02.
           move 0 to erro.
           read arqqt02 next record at end move 1 to erro.
           if qt02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-qt02
           end-if.
      *
       rot-open-qt03.
           move 0 to erro.
           if qt03-stat = "F"
              open i-o arqqt03
              if qt03-status = "35"
                 open output arqqt03
                 close arqqt03
                 open i-o arqqt03
              end-if
              if qt03-status not = "00"
                 move
                 " Erro de abertura no ARQQT03A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to qt03-stat
              end-if
           end-if.
      *
       rot-close-qt03.
           if qt03-stat = "A"
              close arqqt03
              move "F" to qt03-stat
           end-if.
      *
       rot-le-qt03.
           move 0 to erro.
           read arqqt03 invalid key move 1 to erro.
           if qt03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-qt03
           end-if.
      *
       rot-le-prox-qt03.
           move 0 to erro.
           read arqqt03 next record at end move 1 to erro.
           if qt03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-qt03
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
       rot-open-rc01.
           move 0 to erro.
           if rc01-stat = "F"
              open i-o arqrc01
              if rc01-status not = "00"
                 move
                 " Erro de abertura no ARQRC01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rc01-stat
              end-if
           end-if.
      *
       rot-close-rc01.
           if rc01-stat = "A"
              close arqrc01
              move "F" to rc01-stat
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
           write reg-imp from cab-sub after 1 line.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           if parte-rel = 1
              write reg-imp from cot-tit after 1 line
           else
              write reg-imp from ent-tit after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
      *
      *    Evento da tabela tipo 17 em devento; erro = 1 se nao
      *    cadastrado
      *
       rot-le-evento.
           move spaces to devento.
           move "17" to tabl-tipo.
           move evento to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to devento
           end-if.
      *
      *    Patrocinador (tipo/patrocinador) no nome-patroc e
      *    condicao; erro = 1 se nao cadastrado
      *
       rot-le-patrocinador.
           move spaces to nome-patroc.
           if tipo = "A"
              move patrocinador to ab01-codigo
              perform rot-le-ab01
              if erro = 0
                 move ab01-razao-social to nome-patroc
                 move ab01-condicao to condicao
              end-if
           else
              move patrocinador to cd01-codigo
              perform rot-le-cd01
              if erro = 0
                 move cd01-razao-social-a to nome-patroc
                 move "C" to condicao
              end-if
           end-if.
      *
      *    Titulos das parcelas do contrato (reg-qt02) no ARQRC01:
      *    valor dividido por igual, a diferenca de centavos na
      *    ultima; vencimentos de 30 em 30 dias a partir do
      *    primeiro, levados ao dia util. erro = 1 se nao gravou
      *
       rot-gera-parcelas.
           move 0 to parcela valor-acum qtd-titulos.
       rot-gera-parcelas-1.
           add 1 to parcela.
           if parcela > qt02-parcelas
              go to rot-gera-parcelas-fim
           end-if.
           if parcela = qt02-parcelas
              compute valor-parcela = qt02-valor - valor-acum
           else
              compute valor-parcela = qt02-valor / qt02-parcelas
           end-if.
           add valor-parcela to valor-acum.
           compute dut-par-data =
                   qt02-primeiro-venc + (parcela - 1) * 30.
           call "rotdut01" using campo-diautil.
           move qt02-contrato to doc-pt-contrato.
           move parcela to doc-pt-parcela.
           move qt02-patrocinador to rc01-codigo rc01-codigo-a.
           move qt02-condicao to rc01-condicao rc01-condicao-a.
           move doc-patrocinio to rc01-documento rc01-documento-a.
           move dut-par-data-util to rc01-vencimento.
           move valor-parcela to rc01-valor.
           move qt02-evento to obs-pt-evento.
           move qt02-cota to obs-pt-cota.
           move parcela to obs-pt-parcela.
           move obs-patrocinio to rc01-obs.
           move qt02-portador to rc01-portador.
           move qt02-operacao to rc01-operacao.
           move param-data to rc01-emissao.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           move spaces to rc01-doc-cob rc01-situacao rc01-doc-sucessor.
           move spaces to rc01-moeda rc01-carne.
           move qt02-evento to rc01-evento.
           move 0 to rc01-valor-moeda rc01-ccusto.
           move rc01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to rc01-entidade.
           write reg-rc01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              go to rot-gera-parcelas-fim
           end-if.
           move "W" to jor-operacao.
           perform rot-jn-rc01.
           add 1 to qtd-titulos.
           go to rot-gera-parcelas-1.
       rot-gera-parcelas-fim.
           exit.
      *
      *    Contrapartidas prometidas pela cota (contrato zero) na
      *    tab-item, p/ a copia no checklist do contrato
      *
       rot-carrega-itens.
           move 0 to itm-qtd.
           move 0 to qt03-contrato.
           move evento to qt03-evento.
           move cota to qt03-cota.
           move 0 to qt03-seq.
           start arqqt03 key is not less qt03-chave invalid key
                 go to rot-carrega-itens-fim
           end-start.
       rot-carrega-itens-1.
           perform rot-le-prox-qt03.
           if erro not = 0
              move 0 to erro
              go to rot-carrega-itens-fim
           end-if.
           if qt03-contrato not = 0 or qt03-evento not = evento or
              qt03-cota not = cota
              go to rot-carrega-itens-fim
           end-if.
           if itm-qtd not < 50
              go to rot-carrega-itens-fim
           end-if.
           add 1 to itm-qtd.
           move qt03-seq to ti-seq(itm-qtd).
           move qt03-descricao to ti-descricao(itm-qtd).
           move qt03-tipo to ti-tipo(itm-qtd).
           move qt03-quantidade to ti-quantidade(itm-qtd).
           move qt03-prazo to ti-prazo(itm-qtd).
           go to rot-carrega-itens-1.
       rot-carrega-itens-fim.
           exit.
      *
       rot-grava-itens.
           move 0 to itm-idx.
       rot-grava-itens-1.
           add 1 to itm-idx.
           if itm-idx > itm-qtd
              go to rot-grava-itens-fim
           end-if.
           move spaces to reg-qt03.
           move contrato to qt03-contrato.
           move evento to qt03-evento.
           move cota to qt03-cota.
           move ti-seq(itm-idx) to qt03-seq.
           move ti-descricao(itm-idx) to qt03-descricao.
           move ti-tipo(itm-idx) to qt03-tipo.
           move ti-quantidade(itm-idx) to qt03-quantidade.
           move ti-prazo(itm-idx) to qt03-prazo.
           move 0 to qt03-entrega.
           move param-usr to qt03-usuario.
           move param-data to qt03-data.
           write reg-qt03 invalid key
                 continue
           end-write.
           go to rot-grava-itens-1.
       rot-grava-itens-fim.
           exit.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display limpa-70 at line linha-tela column 05 with
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
       rot-jn-rc01.
           move "ARQRC01A" to jor-arquivo.
           move rc01-chave to jor-chave.
           move 153 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-rc01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-rc01 to jor-depois
                    when other
                         move reg-rc01 to jor-depois
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
           if funcao not = "C" and "V" and "E" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           move param-data to hoje.
           evaluate true
                    when funcao = "C"
                         perform sec-cotas
                    when funcao = "V"
                         perform sec-venda
                    when funcao = "E"
                         perform sec-entrega
                    when funcao = "R"
                         perform sec-relatorio
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
      *  Cotas               *
      *                      *
      ************************
      *
       sec-cotas section.
      *
       lab-cot-00.
           perform rot-open-qt01.
           if erro not = 0
              go to lab-cot-fim
           end-if.
           perform rot-open-qt03.
           if erro not = 0
              go to lab-cot-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-cot-fim
           end-if.
           display tela-cotas.
      *
       lab-cot-01.
           move spaces to evento.
           perform lmp-evento thru lmp-item.
           perform acc-evento.
           if escape-key = 1
              go to lab-cot-fim
           end-if.
           move evento to txt.
           perform rot-texto.
           move txt to evento.
           if evento = spaces
              go to lab-cot-01
           end-if.
           perform rot-le-evento.
           if erro not = 0
              move 0 to erro
              move " Evento nao cadastrado (tabela 17) - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-cot-01
           end-if.
           perform dsp-evento.
      *
       lab-cot-02.
           move spaces to cota.
           perform lmp-cota thru lmp-item.
           perform acc-cota.
           if escape-key = 1
              go to lab-cot-01
           end-if.
           move cota to txt.
           perform rot-texto.
           move txt to cota.
           if cota = spaces
              go to lab-cot-02
           end-if.
           move evento to qt01-evento.
           move cota to qt01-cota.
           perform rot-le-qt01.
           if erro not = 0
              move 0 to erro
              move "N" to flag-existe
              move spaces to descricao
              move 0 to preco quantidade qt01-vendidas
           else
              move "S" to flag-existe
              move qt01-descricao to descricao
              move qt01-preco to preco
              move qt01-quantidade to quantidade
           end-if.
           perform dsp-cota.
      *
       lab-cot-03.
           perform acc-descricao.
           if escape-key = 1
              go to lab-cot-02
           end-if.
           if descricao = spaces
              go to lab-cot-03
           end-if.
      *
       lab-cot-04.
           move preco to valor-aux.
           perform acc-preco.
           if escape-key = 1
              go to lab-cot-03
           end-if.
           move valor-aux to preco.
           move preco to valor-disp.
           display valor-disp at 1329 with foreground-color 15
                   background-color 01.
      *
       lab-cot-05.
           perform acc-quantidade.
           if escape-key = 1
              go to lab-cot-04
           end-if.
           if quantidade = 0
              go to lab-cot-05
           end-if.
           if quantidade < qt01-vendidas
              move " Quantidade menor que a ja vendida - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-cot-05
           end-if.
      *
       lab-cot-06.
           move "Grava a cota (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cot-05
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-cot-02
           end-if.
           if resposta not = "S"
              go to lab-cot-06
           end-if.
           display tela-limpa-cad.
           move evento to qt01-evento.
           move cota to qt01-cota.
           if flag-existe = "S"
              perform rot-le-qt01
              if erro not = 0
                 move 0 to erro
                 go to lab-cot-02
              end-if
              move descricao to qt01-descricao
              move preco to qt01-preco
              move quantidade to qt01-quantidade
              move param-usr to qt01-usuario
              move param-data to qt01-data
              rewrite reg-qt01 invalid key
                      move 1 to erro
              end-rewrite
           else
              move spaces to reg-qt01
              move evento to qt01-evento
              move cota to qt01-cota
              move descricao to qt01-descricao
              move preco to qt01-preco
              move quantidade to qt01-quantidade
              move 0 to qt01-vendidas
              move param-usr to qt01-usuario
              move param-data to qt01-data
              write reg-qt01 invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQQT01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-cot-02
           end-if.
           move "S" to flag-existe.
      *
      *    Contrapartidas prometidas pela cota
      *
       lab-cot-07.
           move 0 to seq.
           perform lmp-item.
           perform acc-seq.
           if escape-key = 1 or seq = 0
              go to lab-cot-02
           end-if.
           move 0 to qt03-contrato.
           move evento to qt03-evento.
           move cota to qt03-cota.
           move seq to qt03-seq.
           perform rot-le-qt03.
           if erro not = 0
              move 0 to erro
              move "N" to flag-item
              move spaces to item-descricao item-tipo
              move 0 to item-qtd item-prazo
           else
              move "S" to flag-item
              move qt03-descricao to item-descricao
              move qt03-tipo to item-tipo
              move qt03-quantidade to item-qtd
              move qt03-prazo to item-prazo
              perform dsp-item
           end-if.
      *
       lab-cot-08.
           perform acc-item-descricao.
           if escape-key = 1
              go to lab-cot-07
           end-if.
           if item-descricao = spaces
              go to lab-cot-08
           end-if.
      *
       lab-cot-09.
           perform acc-item-tipo.
           if escape-key = 1
              go to lab-cot-08
           end-if.
           move item-tipo to txt.
           perform rot-texto.
           move txt to item-tipo.
           if item-tipo not = "L" and "P" and "I" and "E" and "O"
              go to lab-cot-09
           end-if.
      *
       lab-cot-10.
           move item-qtd to qtd-aux.
           perform acc-item-qtd.
           if escape-key = 1
              go to lab-cot-09
           end-if.
           move qtd-aux to item-qtd.
      *
       lab-cot-11.
           move 0 to dia-euro mes-euro ano-euro.
           if item-prazo not = 0
              move item-prazo to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform acc-item-prazo thru acc-item-prazo-fim.
           if escape-key = 1
              go to lab-cot-10
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-cot-11
           end-if.
           move dias-corr to item-prazo.
      *
       lab-cot-12.
           if flag-item = "S"
              move "Grava (S) (N) ou exclui (E) a contrapartida ?" to
                   mensagem
           else
              move "Grava a contrapartida (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cot-11
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-cot-07
           end-if.
           if resposta = "E" and flag-item = "S"
              display tela-limpa-cad
              move 0 to qt03-contrato
              move evento to qt03-evento
              move cota to qt03-cota
              move seq to qt03-seq
              delete arqqt03 record invalid key
                     continue
              end-delete
              go to lab-cot-07
           end-if.
           if resposta not = "S"
              go to lab-cot-12
           end-if.
           display tela-limpa-cad.
           move spaces to reg-qt03.
           move 0 to qt03-contrato.
           move evento to qt03-evento.
           move cota to qt03-cota.
           move seq to qt03-seq.
           move item-descricao to qt03-descricao.
           move item-tipo to qt03-tipo.
           move item-qtd to qt03-quantidade.
           move item-prazo to qt03-prazo.
           move 0 to qt03-entrega.
           move param-usr to qt03-usuario.
           move param-data to qt03-data.
           if flag-item = "S"
              rewrite reg-qt03 invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-qt03 invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQQT03A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-cot-07.
      *
       lab-cot-fim.
           perform rot-close-tabl.
           perform rot-close-qt03.
           perform rot-close-qt01.
           exit.
      *
      ************************
      *                      *
      *  Venda               *
      *                      *
      ************************
      *
       sec-venda section.
      *
       lab-ven-00.
           perform rot-open-qt01.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-qt02.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-qt03.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           display tela-venda.
      *
       lab-ven-01.
           move spaces to evento.
           perform lmp-evento thru lmp-contrato.
           perform acc-evento.
           if escape-key = 1
              go to lab-ven-fim
           end-if.
           move evento to txt.
           perform rot-texto.
           move txt to evento.
           if evento = spaces
              go to lab-ven-01
           end-if.
           perform rot-le-evento.
           if erro not = 0
              move 0 to erro
              move " Evento nao cadastrado (tabela 17) - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-ven-01
           end-if.
           perform dsp-evento.
      *
       lab-ven-02.
           move spaces to cota.
           perform lmp-cota-v thru lmp-contrato.
           perform acc-cota.
           if escape-key = 1
              go to lab-ven-01
           end-if.
           move cota to txt.
           perform rot-texto.
           move txt to cota.
           move evento to qt01-evento.
           move cota to qt01-cota.
           perform rot-le-qt01.
           if erro not = 0
              move 0 to erro
              move " Cota nao cadastrada p/ o evento - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ven-02
           end-if.
           if qt01-vendidas not < qt01-quantidade
              move " Cota esgotada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-ven-02
           end-if.
           display qt01-descricao at 1135 with foreground-color 15
                   background-color 01.
           compute disponivel = qt01-quantidade - qt01-vendidas.
           move spaces to mensagem.
           string "Disponiveis: " disponivel delimited by size
                  into mensagem
           end-string.
           display mensagem(1:16) at 1166 with foreground-color 15
                   background-color 01.
           move qt01-preco to valor.
           move 1 to parcelas.
           move 0 to primeiro-venc.
      *
       lab-ven-03.
           perform acc-tipo.
           if escape-key = 1
              go to lab-ven-02
           end-if.
           move tipo to txt.
           perform rot-texto.
           move txt to tipo.
           if tipo not = "A" and "C"
              go to lab-ven-03
           end-if.
      *
       lab-ven-04.
           perform acc-patrocinador.
           if escape-key = 1
              go to lab-ven-03
           end-if.
           perform rot-le-patrocinador.
           if erro not = 0
              move 0 to erro
              move " Patrocinador nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ven-04
           end-if.
           display nome-patroc(1:35) at 1237 with
                   foreground-color 15 background-color 01.
      *
       lab-ven-05.
           move valor to valor-aux.
           perform acc-valor.
           if escape-key = 1
              go to lab-ven-04
           end-if.
           move valor-aux to valor.
           if valor = 0
              go to lab-ven-05
           end-if.
           move valor to valor-disp.
           display valor-disp at 1329 with foreground-color 15
                   background-color 01.
      *
       lab-ven-06.
           perform acc-parcelas.
           if escape-key = 1
              go to lab-ven-05
           end-if.
           if parcelas = 0 or parcelas > 12
              move " Parcelas de 1 a 12 - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-ven-06
           end-if.
      *
       lab-ven-07.
           move 0 to dia-euro mes-euro ano-euro.
           if primeiro-venc not = 0
              move primeiro-venc to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform acc-primeiro-venc thru acc-primeiro-venc-fim.
           if escape-key = 1
              go to lab-ven-06
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0 or dias-corr < hoje
              move 0 to erro
              perform rot-data-i
              go to lab-ven-07
           end-if.
           move dias-corr to primeiro-venc.
      *
       lab-ven-08.
           move 0 to portador.
           perform lmp-portador.
           perform acc-portador.
           if escape-key = 1
              go to lab-ven-07
           end-if.
           if portador = 0
              go to lab-ven-08
           end-if.
           move 04 to wtab01-tipo.
           move portador to wtab01-codigo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move " Portador nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ven-08
           end-if.
      *
       lab-ven-09.
           move 0 to operacao.
           perform lmp-operacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-ven-08
           end-if.
           if operacao = 0
              go to lab-ven-09
           end-if.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ven-09
           end-if.
      *
       lab-ven-10.
           move "Grava o contrato e gera os titulos (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ven-09
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ven-02
           end-if.
           if resposta not = "S"
              go to lab-ven-10
           end-if.
           display tela-limpa-cad.
      *
      *    Cota relida: outra estacao pode ter vendido a ultima
      *
           move evento to qt01-evento.
           move cota to qt01-cota.
           perform rot-le-qt01.
           if erro not = 0 or qt01-vendidas not < qt01-quantidade
              move 0 to erro
              move " Cota esgotada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-ven-02
           end-if.
           move high-values to qt02-controle.
           perform rot-le-qt02.
           if erro not = 0
              move 0 to erro
              go to lab-ven-fim
           end-if.
           add 1 to qt02-ult-contrato.
           move qt02-ult-contrato to contrato.
           rewrite reg-qt02-1 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQQT02A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-ven-fim
           end-if.
           move spaces to reg-qt02.
           move contrato to qt02-contrato.
           move evento to qt02-evento.
           move cota to qt02-cota.
           move tipo to qt02-tipo.
           move patrocinador to qt02-patrocinador.
           move condicao to qt02-condicao.
           move nome-patroc to qt02-nome.
           move valor to qt02-valor.
           move parcelas to qt02-parcelas.
           move primeiro-venc to qt02-primeiro-venc.
           move portador to qt02-portador.
           move operacao to qt02-operacao.
           move "A" to qt02-situacao.
           move param-usr to qt02-usuario.
           move param-data to qt02-data.
           write reg-qt02 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQQT02A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-ven-fim
           end-if.
           perform rot-gera-parcelas thru rot-gera-parcelas-fim.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQRC01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           perform rot-carrega-itens thru rot-carrega-itens-fim.
           perform rot-grava-itens thru rot-grava-itens-fim.
           move evento to qt01-evento.
           move cota to qt01-cota.
           perform rot-le-qt01.
           if erro = 0
              add 1 to qt01-vendidas
              move param-usr to qt01-usuario
              move param-data to qt01-data
              rewrite reg-qt01 invalid key
                      continue
              end-rewrite
           end-if.
           move 0 to erro.
           display contrato at 1929 with foreground-color 15
                   background-color 01.
           move spaces to mensagem.
           string "Contrato " contrato " gravado - " qtd-titulos
                  " titulo(s) no contas a receber - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-ven-02.
      *
       lab-ven-fim.
           perform rot-close-tabl.
           perform rot-close-rc01.
           perform rot-close-cd01.
           perform rot-close-ab01.
           perform rot-close-qt03.
           perform rot-close-qt02.
           perform rot-close-qt01.
           exit.
      *
      ************************
      *                      *
      *  Entregas            *
      *                      *
      ************************
      *
       sec-entrega section.
      *
       lab-ent-00.
           perform rot-open-qt02.
           if erro not = 0
              go to lab-ent-fim
           end-if.
           perform rot-open-qt03.
           if erro not = 0
              go to lab-ent-fim
           end-if.
           display tela-entrega.
      *
       lab-ent-01.
           move 0 to contrato.
           perform lmp-contrato-e thru lmp-obs-e.
           perform acc-contrato-e.
           if escape-key = 1
              go to lab-ent-fim
           end-if.
           if contrato = 0
              go to lab-ent-01
           end-if.
           move contrato to qt02-contrato.
           perform rot-le-qt02.
           if erro not = 0
              move 0 to erro
              move " Contrato nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ent-01
           end-if.
           display qt02-nome(1:35) at 1036 with foreground-color 15
                   background-color 01.
           display qt02-evento at 1129 with foreground-color 15
                   background-color 01.
           display qt02-cota at 1137 with foreground-color 15
                   background-color 01.
           if qt02-situacao = "C"
              move " Contrato cancelado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-ent-01
           end-if.
      *
       lab-ent-02.
           move 0 to seq.
           perform lmp-seq-e thru lmp-obs-e.
           perform acc-seq-e.
           if escape-key = 1 or seq = 0
              go to lab-ent-01
           end-if.
           move contrato to qt03-contrato.
           move qt02-evento to qt03-evento.
           move qt02-cota to qt03-cota.
           move seq to qt03-seq.
           perform rot-le-qt03.
           if erro not = 0
              move 0 to erro
              move " Contrapartida nao consta do contrato - Tecle <Ente
      -       "r>" to mensagem
              perform rot-erro-cad
              go to lab-ent-02
           end-if.
           display qt03-descricao at 1233 with foreground-color 15
                   background-color 01.
           move qt03-prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1329 with foreground-color 15
                   background-color 01.
           move qt03-entrega to data-entrega.
           move qt03-obs to obs.
           perform dsp-obs-e.
      *
       lab-ent-03.
           move 0 to dia-euro mes-euro ano-euro.
           if data-entrega not = 0
              move data-entrega to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform acc-entrega thru acc-entrega-fim.
           if escape-key = 1
              go to lab-ent-02
           end-if.
           if dia-euro = 0 and mes-euro = 0 and ano-euro = 0
              move 0 to data-entrega
              go to lab-ent-04
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0 or dias-corr > hoje
              move 0 to erro
              perform rot-data-i
              go to lab-ent-03
           end-if.
           move dias-corr to data-entrega.
      *
       lab-ent-04.
           perform acc-obs-e.
           if escape-key = 1
              go to lab-ent-03
           end-if.
      *
       lab-ent-05.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ent-04
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ent-02
           end-if.
           if resposta not = "S"
              go to lab-ent-05
           end-if.
           display tela-limpa-cad.
           move contrato to qt03-contrato.
           move qt02-evento to qt03-evento.
           move qt02-cota to qt03-cota.
           move seq to qt03-seq.
           perform rot-le-qt03.
           if erro not = 0
              move 0 to erro
              go to lab-ent-02
           end-if.
           move data-entrega to qt03-entrega.
           move obs to qt03-obs.
           move param-usr to qt03-usuario.
           move param-data to qt03-data.
           rewrite reg-qt03 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQQT03A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-ent-02.
      *
       lab-ent-fim.
           perform rot-close-qt03.
           perform rot-close-qt02.
           exit.
      *
      ************************
      *                      *
      *  Relatorio           *
      *                      *
      ************************
      *
       sec-relatorio section.
      *
       lab-rel-00.
           perform rot-open-qt01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-qt02.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-qt03.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           display tela-relatorio.
      *
       lab-rel-01.
           move spaces to evento.
           perform lmp-evento.
           perform lmp-limite.
           perform acc-evento.
           if escape-key = 1
              go to lab-rel-fim
           end-if.
           move evento to txt.
           perform rot-texto.
           move txt to evento.
           if evento = spaces
              go to lab-rel-01
           end-if.
           perform rot-le-evento.
           if erro not = 0
              move 0 to erro
              move " Evento nao cadastrado (tabela 17) - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-rel-01
           end-if.
           perform dsp-evento.
      *
       lab-rel-02.
           compute dias-corr = hoje + 30.
           move 1 to opcao-data.
           perform rot-data.
           perform acc-limite thru acc-limite-fim.
           if escape-key = 1
              go to lab-rel-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-rel-02
           end-if.
           move dias-corr to data-limite.
      *
       lab-rel-03.
           move "Imprime o relatorio (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rel-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-rel-01
           end-if.
           if resposta not = "S"
              go to lab-rel-03
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move 0 to qtd-cotas qtd-pendentes qtd-atrasadas.
           move 0 to tot-a-vender.
           move evento to cab-sub-evento.
           move devento to cab-sub-devento.
           move data-limite to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-sub-limite.
           move 0 to pagina.
           move 1 to parte-rel.
           perform rot-cabec.
           move "Cotas ainda a venda" to cab-parte-texto.
           write reg-imp from cab-parte after 1 line.
           add 1 to linha.
           move evento to qt01-evento.
           move low-values to qt01-cota.
           start arqqt01 key is not less qt01-chave invalid key
                 go to lab-rel-05
           end-start.
      *
      *    Cotas com saldo a vender
      *
       lab-rel-04.
           perform rot-le-prox-qt01.
           if erro not = 0
              move 0 to erro
              go to lab-rel-05
           end-if.
           if qt01-evento not = evento
              go to lab-rel-05
           end-if.
           if qt01-vendidas not < qt01-quantidade
              go to lab-rel-04
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           compute disponivel = qt01-quantidade - qt01-vendidas.
           compute valor-a-vender = disponivel * qt01-preco.
           move qt01-cota to cot-lin-cota.
           move qt01-descricao to cot-lin-descricao.
           move qt01-preco to cot-lin-preco.
           move qt01-quantidade to cot-lin-qtde.
           move qt01-vendidas to cot-lin-vendidas.
           move disponivel to cot-lin-disp.
           move valor-a-vender to cot-lin-valor.
           write reg-imp from cot-lin after 1 line.
           add 1 to linha.
           add 1 to qtd-cotas.
           add valor-a-vender to tot-a-vender.
           go to lab-rel-04.
      *
       lab-rel-05.
           write reg-imp from tracos after 1 line.
           move "Cotas com saldo a vender.........:" to cab-tot-texto.
           move qtd-cotas to cab-tot-qtd.
           move "Valor a vender:" to cab-tot-texto-2.
           move tot-a-vender to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move 2 to parte-rel.
           perform rot-cabec.
           move spaces to cab-parte-texto.
           string "Contrapartidas nao entregues com prazo ate "
                  cab-sub-limite delimited by size into cab-parte-texto
           end-string.
           write reg-imp from cab-parte after 1 line.
           add 1 to linha.
           move evento to qt02-evento.
           move low-values to qt02-cota.
           start arqqt02 key is not less qt02-chave-1 invalid key
                 go to lab-rel-08
           end-start.
      *
      *    Contratos do evento
      *
       lab-rel-06.
           perform rot-le-prox-qt02.
           if erro not = 0
              move 0 to erro
              go to lab-rel-08
           end-if.
           if qt02-chave = high-values
              go to lab-rel-06
           end-if.
           if qt02-evento not = evento
              go to lab-rel-08
           end-if.
           if qt02-situacao = "C"
              go to lab-rel-06
           end-if.
           move qt02-contrato to qt03-contrato.
           move qt02-evento to qt03-evento.
           move qt02-cota to qt03-cota.
           move 0 to qt03-seq.
           start arqqt03 key is not less qt03-chave invalid key
                 go to lab-rel-06
           end-start.
      *
       lab-rel-07.
           perform rot-le-prox-qt03.
           if erro not = 0
              move 0 to erro
              go to lab-rel-06
           end-if.
           if qt03-contrato not = qt02-contrato
              go to lab-rel-06
           end-if.
           if qt03-entrega not = 0 or qt03-prazo > data-limite
              go to lab-rel-07
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move qt02-contrato to ent-lin-contrato.
           move qt02-nome to ent-lin-nome.
           move qt02-cota to ent-lin-cota.
           move qt03-descricao to ent-lin-descricao.
           move qt03-tipo to ent-lin-tipo.
           move qt03-prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to ent-lin-prazo.
           if qt03-prazo < hoje
              move "ATRASADA" to ent-lin-situacao
              add 1 to qtd-atrasadas
           else
              move "A VENCER" to ent-lin-situacao
           end-if.
           write reg-imp from ent-lin after 1 line.
           add 1 to linha.
           add 1 to qtd-pendentes.
           go to lab-rel-07.
      *
       lab-rel-08.
           write reg-imp from tracos after 1 line.
           move "Contrapartidas pendentes.........:" to cab-tot-texto.
           move qtd-pendentes to cab-tot-qtd.
           move spaces to cab-tot-texto-2.
           move 0 to cab-tot-valor.
           move spaces to reg-imp.
           move cab-tot(1:41) to reg-imp.
           write reg-imp after 1 line.
           move "Com o prazo ja vencido (atrasadas):" to cab-tot-texto.
           move qtd-atrasadas to cab-tot-qtd.
           move cab-tot(1:41) to reg-imp.
           write reg-imp after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-rel-01.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           perform rot-close-qt03.
           perform rot-close-qt02.
           perform rot-close-qt01.
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
           accept funcao at 0830 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-evento.
           accept evento at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cota.
           accept cota at 1129 with auto update prompt
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
       acc-preco.
           accept valor-aux at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-quantidade.
           accept quantidade at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-seq.
           accept seq at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-item-descricao.
           accept item-descricao at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-item-tipo.
           accept item-tipo at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-item-qtd.
           accept qtd-aux at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-item-prazo.
           accept dia-euro at 2029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-item-prazo-fim
           end-if.
           accept mes-euro at 2032 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-item-prazo-fim
           end-if.
           accept ano-euro at 2035 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-item-prazo-fim.
           exit.
      *
       acc-tipo.
           accept tipo at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-patrocinador.
           accept patrocinador at 1231 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept valor-aux at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-parcelas.
           accept parcelas at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-primeiro-venc.
           accept dia-euro at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-primeiro-venc-fim
           end-if.
           accept mes-euro at 1532 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-primeiro-venc-fim
           end-if.
           accept ano-euro at 1535 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-primeiro-venc-fim.
           exit.
      *
       acc-portador.
           accept portador at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-contrato-e.
           accept contrato at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-seq-e.
           accept seq at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-entrega.
           accept dia-euro at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-entrega-fim
           end-if.
           accept mes-euro at 1432 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-entrega-fim
           end-if.
           accept ano-euro at 1435 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-entrega-fim.
           exit.
      *
       acc-obs-e.
           accept obs at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-limite.
           accept dia-euro at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-limite-fim
           end-if.
           accept mes-euro at 1132 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-limite-fim
           end-if.
           accept ano-euro at 1135 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-limite-fim.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0830 with foreground-color 15
                   background-color 01.
      *
       dsp-evento.
           display devento(1:35) at 1036 with foreground-color 15
                   background-color 01.
      *
       dsp-cota.
           display descricao at 1229 with foreground-color 15
                   background-color 01.
           move preco to valor-disp.
           display valor-disp at 1329 with foreground-color 15
                   background-color 01.
           display quantidade at 1429 with foreground-color 15
                   background-color 01.
           display qt01-vendidas at 1450 with foreground-color 15
                   background-color 01.
      *
       dsp-item.
           display item-descricao at 1729 with foreground-color 15
                   background-color 01.
           display item-tipo at 1829 with foreground-color 15
                   background-color 01.
           move item-qtd to qtd-aux.
           display qtd-aux at 1929 with foreground-color 15
                   background-color 01.
           move item-prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 2029 with foreground-color 15
                   background-color 01.
      *
       dsp-obs-e.
           move 0 to dia-euro mes-euro ano-euro.
           if data-entrega not = 0
              move data-entrega to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1429 with foreground-color 15
                      background-color 01
           end-if.
           display obs at 1529 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0830 with foreground-color 15
                   background-color 01.
      *
       lmp-evento.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-cota.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-descricao.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-preco.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
           display "       " at 1339 with foreground-color 15
                   background-color 01.
      *
       lmp-quantidade.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
           display "     " at 1450 with foreground-color 15
                   background-color 01.
      *
       lmp-item.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
           display " " at 1829 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1929 with foreground-color 15
                   background-color 01.
           display "  /  /  " at 2029 with foreground-color 15
                   background-color 01.
      *
       lmp-cota-v.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1166 with foreground-color 15
                   background-color 01.
      *
       lmp-patrocinador.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
           display "       " at 1339 with foreground-color 15
                   background-color 01.
      *
       lmp-parcelas.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-primeiro-venc.
           display "  /  /  " at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-portador.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-contrato.
           display limpa-10 at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-contrato-e.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
           display limpa at 1036 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-seq-e.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
           display limpa at 1233 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-entrega-e.
           display "  /  /  " at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-obs-e.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-limite.
           display "  /  /  " at 1129 with foreground-color 15
                   background-color 01.
