      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGSL07       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Cancelamento de Inscricoes do Salao :                      *
      *                                                             *
      *  (C)ancelamento - aplica a politica do evento sobre a       *
      *                   taxa paga no pgsl06 (baixas do documento  *
      *                   "SL"+codigo): o maior percentual cuja     *
      *                   antecedencia minima foi atingida; grava   *
      *                   o motivo e devolve por reembolso (titulo  *
      *                   a pagar REEMB no ARQRE01, pendente de     *
      *                   aprovacao, ao favorecido do ARQAB01 na    *
      *                   condicao do cadastro, com operacao (tipo  *
      *                   05) e portador (tipo 04) informados) ou   *
      *                   por credito no ARQCR01                    *
      *                   (origem "X"), a escolha do participante;  *
      *                   taxa em aberto tem o titulo cancelado;    *
      *                   o participante sai do ARQSL01, liberando  *
      *                   a vaga p/ a promocao do pgle01, e fica    *
      *                   no historico ARQSL02;                     *
      *  (P)olitica     - data do evento (posicoes 6-11 do resto    *
      *                   da tabela tipo 17, dias corridos) e ate   *
      *                   tres faixas de devolucao (tabela tipo 58, *
      *                   codigo = evento: dias de antecedencia     *
      *                   999 + percentual 999 por faixa);          *
      *  (R)elatorio    - cancelamentos por evento.                 *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgsl07.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqab01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab01-chave
                  alternate record key is ab01-chave-1
                  with duplicates
                  alternate record key is ab01-chave-2
                  with duplicates
                  file status is ab01-status.
      *
           select arqsl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl01-chave
                  alternate record key is sl01-chave-1 with duplicates
                  alternate record key is sl01-chave-2 with duplicates
                  alternate record key is sl01-chave-3 with duplicates
                  alternate record key is sl01-chave-4 with duplicates
                  file status is sl01-status.
      *
           select arqsl02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sl02-chave
                  alternate record key is sl02-chave-1 with duplicates
                  file status is sl02-status.
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
           select arqbx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bx01-chave
                  alternate record key is bx01-chave-1 with duplicates
                  alternate record key is bx01-chave-2 with duplicates
                  file status is bx01-status.
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
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdab01.lib.
      *
       copy fdsl01.lib.
      *
       copy fdsl02.lib.
      *
       copy fdrc01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdre01.lib.
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
       01 sl01-status                  pic x(02) value "00".
       01 sl01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sl01.
          02 sl01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 sl01-nome-arq             pic x(08) value "ARQSL01A".
          02 filler                    pic x(01) value ".".
          02 sl01-ext                  pic x(03) value "DAT".
      *
       01 sl02-status                  pic x(02) value "00".
       01 sl02-stat                    pic x(01) value "F".
      *
       01 nome-arq-sl02.
          02 sl02-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 sl02-nome-arq             pic x(08) value "ARQSL02A".
          02 filler                    pic x(01) value ".".
          02 sl02-ext                  pic x(03) value "DAT".
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
       01 bx01-status                  pic x(02) value "00".
       01 bx01-stat                    pic x(01) value "F".
      *
       01 nome-arq-bx01.
          02 bx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 bx01-nome                 pic x(08) value "ARQBX01A".
          02 filler                    pic x(01) value ".".
          02 bx01-ext                  pic x(03) value "DAT".
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
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGSL07".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa-40                     pic x(40) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
       01 ind                          pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 evento                    pic x(05) value spaces.
          02 motivo                    pic x(40) value spaces.
          02 destino                   pic x(01) value spaces.
          02 documento                 pic x(10) value spaces.
          02 flag-titulo               pic x(01) value spaces.
          02 data-evento               pic 9(06) value 0.
          02 dias-antes                pic 9(05) value 0.
          02 percentual                pic 9(03) value 0.
          02 valor-pago                pic 9(11)v9(02) value 0.
          02 valor-devolvido           pic 9(11)v9(02) value 0.
          02 entidade-pago             pic 9(01) value 0.
          02 favorecido                pic 9(05) value 0.
          02 condicao                  pic x(01) value spaces.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(30) value spaces.
          02 portador                  pic 9(03) value 0.
          02 desc-evento               pic x(40) value spaces.
          02 evento-ant                pic x(05) value spaces.
      *
       01 data-evento-x                pic x(06) value zeros.
       01 data-evento-n redefines data-evento-x pic 9(06).
      *
      *    Politica de cancelamento (tabela tipo 58): ate tres
      *    faixas de dias de antecedencia minima + percentual;
      *    faixa com dias e percentual zerados nao e usada
      *
       01 politica-x                   pic x(18) value zeros.
       01 politica redefines politica-x.
          02 pol-faixa                 occurs 3.
             03 pol-dias               pic 9(03).
             03 pol-perc               pic 9(03).
      *
       01 pol-data                     pic 9(06) value 0.
      *
       01 doc-inscricao.
          02 filler                    pic x(02) value "SL".
          02 doc-insc-codigo           pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
      *
       01 doc-reembolso.
          02 filler                    pic x(02) value "RB".
          02 doc-reemb-num             pic 9(06) value 0.
          02 filler                    pic x(02) value spaces.
      *
       01 edita.
          02 valor-ed                  pic zz.zzz.zz9,99.
          02 dias-ed                   pic zzzz9.
          02 perc-ed                   pic zz9.
      *
       01 tot-evento.
          02 tot-qtd                   pic 9(05) value 0.
          02 tot-pago                  pic 9(11)v9(02) value 0.
          02 tot-devolvido             pic 9(11)v9(02) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
       01 campo-credito.
          02 crd-par-codigo            pic 9(05) value 0.
          02 crd-par-condicao          pic x(01) value spaces.
          02 crd-par-tipo              pic x(01) value spaces.
          02 crd-par-origem            pic x(01) value spaces.
          02 crd-par-documento         pic x(10) value spaces.
          02 crd-par-valor             pic 9(11)v9(02) value 0.
          02 crd-par-data              pic 9(06) value 0.
          02 crd-par-obs               pic x(30) value spaces.
          02 crd-par-usr               pic x(10) value spaces.
          02 crd-par-ok                pic x(01) value spaces.
      *
       01 campo-serie.
          02 ser-par-codigo            pic x(05) value spaces.
          02 ser-par-numero            pic 9(08) value 0.
          02 ser-par-usr               pic x(10) value spaces.
          02 ser-par-data              pic 9(06) value 0.
          02 ser-par-ok                pic x(01) value spaces.
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
          02 filler                    pic x(33) value
             "Cancelamentos de Inscricao".
          02 filler                    pic x(20) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(07) value "Codigo".
          02 filler                    pic x(32) value "Nome".
          02 filler                    pic x(10) value "Cancelado".
          02 filler                    pic x(26) value "Motivo".
          02 filler                    pic x(14) value
             "     Taxa paga".
          02 filler                    pic x(06) value " Dias".
          02 filler                    pic x(04) value "  %".
          02 filler                    pic x(15) value
             "      Devolvido".
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(13) value "D Documento".
      *
       01 cab-evento.
          02 filler                    pic x(08) value "Evento: ".
          02 cab-evt-codigo            pic x(05) value spaces.
          02 filler                    pic x(03) value " - ".
          02 cab-evt-descricao         pic x(40) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(07) value "Data: ".
          02 cab-evt-data              pic x(08) value spaces.
      *
       01 cab-lin.
          02 cab-codigo                pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-nome                  pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-data-canc             pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-motivo                pic x(25) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-pago                  pic zz.zzz.zz9,99.
          02 filler                    pic x(01) value spaces.
          02 cab-dias                  pic zzzz9.
          02 filler                    pic x(01) value spaces.
          02 cab-perc                  pic zz9.
          02 filler                    pic x(02) value spaces.
          02 cab-devolvido             pic zz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-destino               pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-documento             pic x(10) value spaces.
      *
       01 cab-tot.
          02 filler                    pic x(07) value spaces.
          02 filler                    pic x(20) value
             "Total do evento ...:".
          02 cab-tot-qtd               pic zzzz9.
          02 filler                    pic x(16) value
             " cancelamento(s)".
          02 filler                    pic x(26) value spaces.
          02 cab-tot-pago              pic zz.zzz.zz9,99.
          02 filler                    pic x(12) value spaces.
          02 cab-tot-devolvido         pic zz.zzz.zz9,99.
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
          02 line 10 column 40 foreground-color 06 background-color 01
             highlight value "Cancelamento de Inscricoes".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/P/R).......:".
      *
       01 tela-02.
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Participante.........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Evento / data........:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Taxa paga............:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Antecedencia / %.....:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Valor a devolver.....:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Motivo...............:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Dest.(R/C) / favorec.:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Operacao / portador..:".
      *
       01 tela-03.
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Evento...............:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Data do evento.......:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Faixa 1 - dias / %...:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Faixa 2 - dias / %...:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Faixa 3 - dias / %...:".
          02 line 19 column 06 foreground-color 07 background-color 01
             value "Devolve o maior % das faixas atingidas".
      *
       01 tela-04.
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Evento (branco=todos):".
      *
       01 tela-limpa-02.
          02 line 13 column 06 foreground-color 01 background-color 01
             pic x(64) from spaces.
          02 line 14 column 06 foreground-color 01 background-color 01
             pic x(64) from spaces.
          02 line 15 column 06 foreground-color 01 background-color 01
             pic x(64) from spaces.
          02 line 16 column 06 foreground-color 01 background-color 01
             pic x(64) from spaces.
          02 line 17 column 06 foreground-color 01 background-color 01
             pic x(64) from spaces.
          02 line 18 column 06 foreground-color 01 background-color 01
             pic x(64) from spaces.
          02 line 19 column 06 foreground-color 01 background-color 01
             pic x(64) from spaces.
          02 line 20 column 06 foreground-color 01 background-color 01
             pic x(64) from spaces.
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
           move 08 to box-lin.
           move 70 to box-col-f.
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
       rot-open-sl01.
           move 0 to erro.
           if sl01-stat = "F"
              open i-o arqsl01
              if sl01-status not = "00"
                 move
                 " Erro de abertura no ARQSL01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to sl01-stat
              end-if
           end-if.
      *
       rot-close-sl01.
           if sl01-stat = "A"
              close arqsl01
              move "F" to sl01-stat
           end-if.
      *
       rot-le-sl01-trava.
           move 0 to erro.
           read arqsl01 with kept lock invalid key move 1 to erro.
           if sl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-sl01-trava
           end-if.
      *
       rot-open-sl02.
           move 0 to erro.
           if sl02-stat = "F"
              open i-o arqsl02
              if sl02-status = "35"
                 open output arqsl02
                 close arqsl02
                 open i-o arqsl02
              end-if
              if sl02-status not = "00"
                 move
                 " Erro de abertura no ARQSL02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to sl02-stat
              end-if
           end-if.
      *
       rot-close-sl02.
           if sl02-stat = "A"
              close arqsl02
              move "F" to sl02-stat
           end-if.
      *
       rot-le-prox-sl02.
           move 0 to erro.
           read arqsl02 next record at end move 1 to erro.
           if sl02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-sl02
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
       rot-le-rc01-trava.
           move 0 to erro.
           read arqrc01 with kept lock invalid key move 1 to erro.
           if rc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rc01-trava
           end-if.
      *
       rot-open-bx01.
           move 0 to erro.
           if bx01-stat = "F"
              open i-o arqbx01
              if bx01-status not = "00"
                 move
                 " Erro de abertura no ARQBX01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to bx01-stat
              end-if
           end-if.
      *
       rot-close-bx01.
           if bx01-stat = "A"
              close arqbx01
              move "F" to bx01-stat
           end-if.
      *
       rot-le-prox-bx01.
           move 0 to erro.
           read arqbx01 next record at end move 1 to erro.
           if bx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-bx01
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
       rot-le-tabl-trava.
           move 0 to erro.
           read arqtabl with kept lock invalid key move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tabl-trava
           end-if.
      *
       rot-le-param.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
      *
      *    Entidade dona da operacao em ent-par-operacao (rotent01)
      *
       rot-entidade-operacao.
           move "O" to ent-par-opcao.
           call "rotent01" using campo-entidade.
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
           move 7 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to
           mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Evento da tabela tipo 17: descricao em desc-evento e data
      *    (posicoes 6-11 do resto, dias corridos) em data-evento;
      *    erro = 1 se o evento nao existir
      *
       rot-le-evento.
           move spaces to desc-evento.
           move 0 to data-evento.
           move "17" to tabl-tipo.
           move spaces to tabl-codigo.
           move evento to tabl-codigo.
           perform rot-le-tabl.
           if erro not = 0
              go to rot-le-evento-fim
           end-if.
           move tabl-descricao to desc-evento.
           move tabl-resto(6:6) to data-evento-x.
           if data-evento-x numeric
              move data-evento-n to data-evento
           end-if.
       rot-le-evento-fim.
           exit.
      *
      *    Faixas da politica do evento (tabela tipo 58) em
      *    politica; erro = 1 se o evento nao tiver politica
      *
       rot-le-politica.
           move zeros to politica-x.
           move "58" to tabl-tipo.
           move spaces to tabl-codigo.
           move evento to tabl-codigo.
           perform rot-le-tabl.
           if erro not = 0
              go to rot-le-politica-fim
           end-if.
           move tabl-resto(1:18) to politica-x.
           if politica-x not numeric
              move zeros to politica-x
           end-if.
       rot-le-politica-fim.
           exit.
      *
      *    Taxa paga: soma das baixas do documento "SL"+codigo do
      *    participante, sem as estornadas, descontados os encargos
      *    de atraso (multa e juros nao sao devolvidos)
      *
       rot-valor-pago.
           move 0 to valor-pago entidade-pago.
           move sl01-codigo to doc-insc-codigo.
           move low-values to bx01-chave-1.
           move sl01-codigo to bx01-codigo.
           move "S" to bx01-condicao.
           start arqbx01 key is not less bx01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-valor-pago-fim
           end-if.
       rot-valor-pago-1.
           perform rot-le-prox-bx01.
           if erro not = 0
              move 0 to erro
              go to rot-valor-pago-fim
           end-if.
           if bx01-chave = high-values
              go to rot-valor-pago-fim
           end-if.
           if bx01-codigo not = sl01-codigo or
              bx01-condicao not = "S"
              go to rot-valor-pago-fim
           end-if.
           if bx01-documento not = doc-inscricao or
              bx01-situacao = "E" or
              bx01-situacao = "R"
              go to rot-valor-pago-1
           end-if.
           add bx01-valor-pago to valor-pago.
           if valor-pago > bx01-multa + bx01-juros
              subtract bx01-multa bx01-juros from valor-pago
           end-if.
           move bx01-entidade to entidade-pago.
           go to rot-valor-pago-1.
       rot-valor-pago-fim.
           exit.
      *
      *    Titulo da taxa ainda em aberto no ARQRC01?
      *
       rot-titulo-aberto.
           move "N" to flag-titulo.
           move sl01-codigo to doc-insc-codigo.
           move sl01-codigo to rc01-codigo.
           move "S" to rc01-condicao.
           move doc-inscricao to rc01-documento.
           perform rot-le-rc01-trava.
           if erro not = 0
              move 0 to erro
              go to rot-titulo-aberto-fim
           end-if.
           if rc01-situacao = spaces
              move "S" to flag-titulo
           end-if.
       rot-titulo-aberto-fim.
           exit.
      *
      *    Percentual da faixa: o maior entre as faixas cuja
      *    antecedencia minima foi atingida
      *
       rot-aplica-faixa.
           if pol-dias(ind) = 0 and pol-perc(ind) = 0
              go to rot-aplica-faixa-fim
           end-if.
           if dias-antes not < pol-dias(ind) and
              pol-perc(ind) > percentual
              move pol-perc(ind) to percentual
           end-if.
       rot-aplica-faixa-fim.
           exit.
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
      *  Secao de selecao    *
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
           if funcao not = "C" and "P" and "R"
              go to lab-sele-01
           end-if.
           perform dsp-funcao.
           evaluate funcao
                    when "C"
                         display tela-02
                         perform sec-cancela
                    when "P"
                         display tela-03
                         perform sec-politica
                    when "R"
                         display tela-04
                         perform sec-relatorio
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
      *  Cancelamento        *
      *                      *
      ************************
      *
       sec-cancela section.
      *
       lab-can-00.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-can-fim
           end-if.
           perform rot-open-sl02.
           if erro not = 0
              go to lab-can-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-can-fim
           end-if.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-can-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-can-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-can-fim
           end-if.
      *
       lab-can-01.
           unlock arqsl01 record.
           unlock arqrc01 record.
           perform lmp-codigo thru lmp-operacao.
           move 0 to codigo favorecido operacao portador.
           move spaces to condicao doperacao.
           perform acc-codigo.
           if escape-key = 1
              go to lab-can-fim
           end-if.
           if codigo = 0
              go to lab-can-01
           end-if.
           move codigo to sl01-codigo.
           perform rot-le-sl01-trava.
           if erro not = 0
              move 0 to erro
              move " Participante nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-can-01
           end-if.
           display sl01-nome-a(1:33) at 1336 with foreground-color 15
                   background-color 01.
           if sl01-presenca = "P"
              move " Participante ja fez o check-in - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-can-01
           end-if.
           move sl01-evento to evento.
           move spaces to desc-evento.
           move 0 to data-evento.
           if evento not = spaces
              perform rot-le-evento thru rot-le-evento-fim
              move 0 to erro
           end-if.
           display evento at 1429 with foreground-color 15
                   background-color 01.
           if data-evento not = 0
              move data-evento to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1436 with foreground-color 15
                      background-color 01
           end-if.
      *
      *    Valor a devolver pela politica do evento
      *
           perform rot-valor-pago thru rot-valor-pago-fim.
           perform rot-titulo-aberto thru rot-titulo-aberto-fim.
           move 0 to dias-antes percentual valor-devolvido.
           if valor-pago > 0
              perform rot-le-politica thru rot-le-politica-fim
              if erro not = 0 or data-evento = 0
                 move 0 to erro
                 move
                 " Evento sem politica de cancelamento - Tecle <Enter>"
                 to mensagem
                 perform rot-erro-cad
                 go to lab-can-01
              end-if
              if data-evento > param-data
                 compute dias-antes = data-evento - param-data
              end-if
              perform rot-aplica-faixa thru rot-aplica-faixa-fim
                      varying ind from 1 by 1 until ind > 3
              compute valor-devolvido rounded =
                      valor-pago * percentual / 100
           end-if.
           move valor-pago to valor-ed.
           display valor-ed at 1529 with foreground-color 15
                   background-color 01.
           if flag-titulo = "S"
              display "(taxa em aberto)" at 1544 with
                      foreground-color 15 background-color 01
           end-if.
           move dias-antes to dias-ed.
           move percentual to perc-ed.
           display dias-ed at 1629 with foreground-color 15
                   background-color 01.
           display perc-ed at 1636 with foreground-color 15
                   background-color 01.
           move valor-devolvido to valor-ed.
           display valor-ed at 1729 with foreground-color 15
                   background-color 01.
      *
       lab-can-02.
           move spaces to motivo.
           perform lmp-motivo.
           perform acc-motivo.
           if escape-key = 1
              go to lab-can-01
           end-if.
           move motivo to txt.
           perform rot-texto.
           move txt to motivo.
           if motivo = spaces
              go to lab-can-02
           end-if.
      *
       lab-can-03.
           move spaces to destino.
           perform lmp-destino thru lmp-operacao.
           if valor-devolvido = 0
              go to lab-can-04
           end-if.
           perform acc-destino.
           if escape-key = 1
              go to lab-can-02
           end-if.
           move destino to txt.
           perform rot-texto.
           move txt to destino.
           if destino not = "R" and "C"
              go to lab-can-03
           end-if.
           if destino = "C"
              go to lab-can-04
           end-if.
      *
      *    Reembolso: favorecido cadastrado no ARQAB01, que da a
      *    condicao do titulo; a operacao deve ser da mesma
      *    entidade que recebeu a taxa
      *
       lab-can-03-1.
           move 0 to favorecido.
           move spaces to condicao.
           perform lmp-favorecido.
           perform acc-favorecido.
           if escape-key = 1
              perform lmp-favorecido
              go to lab-can-03
           end-if.
           if favorecido = 0
              go to lab-can-03-1
           end-if.
           move favorecido to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move 0 to erro
              move " Favorecido nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-can-03-1
           end-if.
           if ab01-condicao not = "A" and "F" and "N"
              move " Favorecido sem condicao (A/F/N) - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-can-03-1
           end-if.
           move ab01-condicao to condicao.
           display ab01-razao-social-a(1:30) at 1937 with
                   foreground-color 15 background-color 01.
      *
       lab-can-03-2.
           move spaces to doperacao.
           perform lmp-operacao.
           perform acc-operacao.
           if escape-key = 1
              perform lmp-operacao
              go to lab-can-03-1
           end-if.
           if operacao = 0
              go to lab-can-03-2
           end-if.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           perform rot-le-param.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-can-03-2
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           move operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           if entidade-pago not = 0 and
              ent-par-entidade not = entidade-pago
              move " Operacao de outra entidade - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-can-03-2
           end-if.
           display doperacao at 2037 with foreground-color 15
                   background-color 01.
      *
       lab-can-03-3.
           perform acc-portador.
           if escape-key = 1
              move 0 to portador
              go to lab-can-03-2
           end-if.
           if portador = 0
              go to lab-can-03-3
           end-if.
           move 04 to wtab01-tipo.
           move portador to wtab01-codigo.
           perform rot-le-param.
           if erro not = 0
              move 0 to erro
              move " Portador nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-can-03-3
           end-if.
      *
       lab-can-04.
           move "Confirma o cancelamento (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              if destino = "R"
                 go to lab-can-03-3
              end-if
              go to lab-can-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-can-01
           else
              if resposta not = "S"
                 go to lab-can-04
              end-if
           end-if.
           display tela-limpa-cad.
           move sl01-codigo to doc-insc-codigo.
           move doc-inscricao to documento.
           if destino = "R"
              perform rot-reembolso thru rot-reembolso-fim
              if erro not = 0
                 move 0 to erro
                 go to lab-can-01
              end-if
           end-if.
           if destino = "C"
              perform rot-credito
              if erro not = 0
                 move 0 to erro
                 go to lab-can-01
              end-if
           end-if.
      *
      *    Taxa ainda em aberto: o titulo e cancelado, sem sucessor
      *
           if flag-titulo = "S"
              move reg-rc01 to jor-antes
              move "C" to rc01-situacao
              move spaces to rc01-doc-sucessor
              rewrite reg-rc01 invalid key
                      move "N" to flag-titulo
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-rc01
              end-rewrite
           end-if.
      *
      *    Historico do cancelamento e saida do participante
      *
           move spaces to reg-sl02.
           move sl01-codigo to sl02-codigo.
           move sl01-evento to sl02-evento.
           move param-data to sl02-data.
           move sl01-nome-a to sl02-nome.
           move sl01-empresa-a to sl02-empresa.
           move sl01-grupo to sl02-grupo.
           move motivo to sl02-motivo.
           move valor-pago to sl02-valor-pago.
           move dias-antes to sl02-dias.
           move percentual to sl02-percentual.
           move valor-devolvido to sl02-valor-devolvido.
           move destino to sl02-destino.
           move documento to sl02-documento.
           move flag-titulo to sl02-titulo-canc.
           move param-usr to sl02-usuario.
           write reg-sl02 invalid key
                 rewrite reg-sl02
           end-write.
           delete arqsl01 invalid key
                  move " Erro de exclusao - ARQSL01A.DAT - Tecle <Enter>
      -           " " to mensagem
                  perform rot-erro-cad
                  go to lab-can-01
           end-delete.
           move spaces to mensagem.
           if destino = spaces
              move "Inscricao cancelada - Tecle <Enter>" to mensagem
           else
              string "Inscricao cancelada - documento " documento
                     " - Tecle <Enter>" delimited by size
                     into mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-can-01.
      *
      *    Reembolso: titulo a pagar da serie REEMB, pendente de
      *    aprovacao, lancado no resultado do evento
      *
       rot-reembolso.
           perform rot-open-re01.
           if erro not = 0
              go to rot-reembolso-fim
           end-if.
           move "REEMB" to ser-par-codigo.
           move param-usr to ser-par-usr.
           move param-data to ser-par-data.
           call "rotser01" using campo-serie.
           if ser-par-ok not = "S"
              move " Erro na serie REEMB - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              move 1 to erro
              go to rot-reembolso-fim
           end-if.
           move ser-par-numero to doc-reemb-num.
           move doc-reembolso to documento.
           move spaces to reg-re01.
           move doc-reembolso to re01-documento.
           move favorecido to re01-codigo.
           move condicao to re01-condicao.
           compute re01-vencimento = param-data + 30.
           move valor-devolvido to re01-valor.
           move "REEMBOLSO CANCEL. INSCRICAO" to re01-obs.
           move portador to re01-portador.
           move operacao to re01-operacao.
           move param-data to re01-emissao.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           move spaces to re01-doc-pai re01-aprovado.
           move sl01-evento to re01-evento.
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
       rot-reembolso-fim.
           perform rot-close-re01.
      *
      *    Credito no conta-corrente do participante (origem "X")
      *
       rot-credito.
           move sl01-codigo to crd-par-codigo.
           move "S" to crd-par-condicao.
           move "C" to crd-par-tipo.
           move "X" to crd-par-origem.
           move documento to crd-par-documento.
           move valor-devolvido to crd-par-valor.
           move param-data to crd-par-data.
           move "CANCELAMENTO DE INSCRICAO" to crd-par-obs.
           move param-usr to crd-par-usr.
           call "rotcr01" using campo-credito.
           if crd-par-ok not = "S"
              move " Erro de gravacao - ARQCR01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              move 1 to erro
           end-if.
      *
       lab-can-fim.
           unlock arqsl01 record.
           unlock arqrc01 record.
           perform rot-close-ab01.
           perform rot-close-tabl.
           perform rot-close-bx01.
           perform rot-close-rc01.
           perform rot-close-sl02.
           perform rot-close-sl01.
           exit.
      *
      ************************
      *                      *
      *  Politica do evento  *
      *                      *
      ************************
      *
       sec-politica section.
      *
       lab-pol-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-pol-fim
           end-if.
      *
       lab-pol-01.
           perform lmp-evento thru lmp-faixa-3.
           move spaces to evento.
           perform acc-evento.
           if escape-key = 1
              go to lab-pol-fim
           end-if.
           move evento to txt.
           perform rot-texto.
           move txt to evento.
           if evento = spaces
              go to lab-pol-01
           end-if.
           perform rot-le-evento thru rot-le-evento-fim.
           if erro not = 0
              move 0 to erro
              move " Evento nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-pol-01
           end-if.
           display desc-evento(1:33) at 1336 with foreground-color 15
                   background-color 01.
           move 0 to pol-data.
           if data-evento not = 0
              move data-evento to dias-corr
              move 1 to opcao-data
              perform rot-data
              compute pol-data = data-dd * 10000 + data-mm * 100 +
                                 data-aa
           end-if.
           perform rot-le-politica thru rot-le-politica-fim.
           move 0 to erro.
           perform dsp-faixas.
      *
       lab-pol-02.
           perform acc-data.
           if escape-key = 1
              go to lab-pol-01
           end-if.
           move pol-data to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if return-code not = 0
              perform rot-data-i
              go to lab-pol-02
           end-if.
           move dias-corr to data-evento.
      *
       lab-pol-03.
           move 1 to ind.
           perform acc-faixa-1.
           if escape-key = 1
              go to lab-pol-02
           end-if.
           if pol-perc(1) > 100
              go to lab-pol-03
           end-if.
      *
       lab-pol-04.
           move 2 to ind.
           perform acc-faixa-2.
           if escape-key = 1
              go to lab-pol-03
           end-if.
           if pol-perc(2) > 100
              go to lab-pol-04
           end-if.
      *
       lab-pol-05.
           move 3 to ind.
           perform acc-faixa-3.
           if escape-key = 1
              go to lab-pol-04
           end-if.
           if pol-perc(3) > 100
              go to lab-pol-05
           end-if.
      *
       lab-pol-06.
           move "Confirma a politica do evento (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-pol-05
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-pol-01
           else
              if resposta not = "S"
                 go to lab-pol-06
              end-if
           end-if.
           display tela-limpa-cad.
      *
      *    Data do evento junto da capacidade, na tabela tipo 17
      *
           move "17" to tabl-tipo.
           move spaces to tabl-codigo.
           move evento to tabl-codigo.
           perform rot-le-tabl-trava.
           if erro not = 0
              move 0 to erro
              go to lab-pol-01
           end-if.
           move data-evento to data-evento-n.
           move data-evento-x to tabl-resto(6:6).
           rewrite reg-tabl invalid key
                   move 1 to erro
           end-rewrite.
           unlock arqtabl record.
      *
      *    Faixas na tabela tipo 58
      *
           move "58" to tabl-tipo.
           move spaces to tabl-codigo.
           move evento to tabl-codigo.
           perform rot-le-tabl-trava.
           if erro not = 0
              move 0 to erro
              move spaces to reg-tabl
              move "58" to tabl-tipo tabl-tipo-1
              move evento to tabl-codigo
              move desc-evento to tabl-descricao tabl-descricao-1
              move param-usr to tabl-usr
              move param-data to tabl-data
              move politica-x to tabl-resto(1:18)
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           else
              move param-usr to tabl-usr
              move param-data to tabl-data
              move politica-x to tabl-resto(1:18)
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           unlock arqtabl record.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-pol-01
           end-if.
           move "Politica gravada - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-pol-01.
      *
       lab-pol-fim.
           perform rot-close-tabl.
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
           perform lmp-evento.
           move spaces to evento.
           perform acc-evento.
           if escape-key = 1
              go to lab-rel-fim
           end-if.
           move evento to txt.
           perform rot-texto.
           move txt to evento.
           perform rot-open-sl02.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           if evento not = spaces
              perform rot-le-evento thru rot-le-evento-fim
              if erro not = 0
                 move 0 to erro
                 move " Evento nao cadastrado - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-cad
                 go to lab-rel-fim
              end-if
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move 99 to linha.
           move 0 to pagina.
           move high-values to evento-ant.
           move low-values to sl02-chave-1.
           move evento to sl02-evento.
           start arqsl02 key is not less sl02-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
      *
       lab-rel-01.
           perform rot-le-prox-sl02.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
           if evento not = spaces and sl02-evento not = evento
              go to lab-rel-02
           end-if.
           if sl02-evento not = evento-ant
              perform rot-total-evento thru rot-total-evento-fim
              perform rot-quebra-evento
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move sl02-codigo to cab-codigo.
           move sl02-nome to cab-nome.
           move sl02-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data-canc.
           move sl02-motivo to cab-motivo.
           move sl02-valor-pago to cab-pago.
           move sl02-dias to cab-dias.
           move sl02-percentual to cab-perc.
           move sl02-valor-devolvido to cab-devolvido.
           move sl02-destino to cab-destino.
           move sl02-documento to cab-documento.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add 1 to tot-qtd.
           add sl02-valor-pago to tot-pago.
           add sl02-valor-devolvido to tot-devolvido.
           go to lab-rel-01.
      *
       lab-rel-02.
           perform rot-total-evento thru rot-total-evento-fim.
           if pagina not = 0
              write reg-imp from tracos after 1 line
              write reg-imp from spaces after page
           end-if.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-rel-fim.
      *
      *    Quebra por evento: cabecalho com descricao e data
      *
       rot-quebra-evento.
           move sl02-evento to evento-ant.
           move 0 to tot-qtd tot-pago tot-devolvido.
           if linha > 52
              perform rot-cabec
           end-if.
           move sl02-evento to cab-evt-codigo.
           move spaces to cab-evt-descricao cab-evt-data.
           move "17" to tabl-tipo.
           move spaces to tabl-codigo.
           move sl02-evento to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to cab-evt-descricao
              move tabl-resto(6:6) to data-evento-x
              if data-evento-x numeric and data-evento-n not = 0
                 move data-evento-n to dias-corr
                 move 1 to opcao-data
                 perform rot-data
                 move data-disp to cab-evt-data
              end-if
           end-if.
           move 0 to erro.
           write reg-imp from spaces after 1 line.
           write reg-imp from cab-evento after 1 line.
           write reg-imp from spaces after 1 line.
           add 3 to linha.
      *
       rot-total-evento.
           if evento-ant = high-values
              go to rot-total-evento-fim
           end-if.
           move tot-qtd to cab-tot-qtd.
           move tot-pago to cab-tot-pago.
           move tot-devolvido to cab-tot-devolvido.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tot after 1 line.
           add 2 to linha.
       rot-total-evento-fim.
           exit.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           perform rot-close-sl02.
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
           accept funcao at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-evento.
           accept evento at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data.
           accept pol-data at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-faixa-1.
           accept pol-dias(1) at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key not = 1
              accept pol-perc(1) at 1535 with auto update prompt
                     foreground-color 15 background-color 01
              accept escape-key from escape
           end-if.
           exit.
      *
       acc-faixa-2.
           accept pol-dias(2) at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key not = 1
              accept pol-perc(2) at 1635 with auto update prompt
                     foreground-color 15 background-color 01
              accept escape-key from escape
           end-if.
           exit.
      *
       acc-faixa-3.
           accept pol-dias(3) at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key not = 1
              accept pol-perc(3) at 1735 with auto update prompt
                     foreground-color 15 background-color 01
              accept escape-key from escape
           end-if.
           exit.
      *
       acc-motivo.
           accept motivo at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-destino.
           accept destino at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-favorecido.
           accept favorecido at 1931 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 2029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-portador.
           accept portador at 2033 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-faixas.
           display pol-data at 1429 with foreground-color 15
                   background-color 01.
           display pol-dias(1) at 1529 with foreground-color 15
                   background-color 01.
           display pol-perc(1) at 1535 with foreground-color 15
                   background-color 01.
           display pol-dias(2) at 1629 with foreground-color 15
                   background-color 01.
           display pol-perc(2) at 1635 with foreground-color 15
                   background-color 01.
           display pol-dias(3) at 1729 with foreground-color 15
                   background-color 01.
           display pol-perc(3) at 1735 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa-40 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-evento-data.
           display limpa-40 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-pago.
           display limpa-40 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-dias.
           display limpa-40 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-devolvido.
           display limpa-40 at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-motivo.
           display limpa-40 at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-destino.
           display limpa-10 at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-favorecido.
           display limpa-40(1:36) at 1931 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa-40(1:38) at 2029 with foreground-color 15
                   background-color 01.
      *
       lmp-evento.
           display limpa-40 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-data.
           display limpa-40 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-faixa-1.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-faixa-2.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-faixa-3.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
      *
