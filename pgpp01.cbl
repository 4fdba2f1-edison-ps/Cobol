      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGPP01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Proposta de Associacao :                                   *
      *                                                             *
      *  (I)nclusao    - registra a proposta escrita da agencia e   *
      *                  os dois associados que a abonam; vinda da  *
      *                  captacao, traz os dados do prospect        *
      *                  (ARQPR01) e o da como convertido;          *
      *  (T)itulares   - socios/titulares da agencia proposta;      *
      *  (V)erificacao - confere se os padrinhos sao associados     *
      *                  ativos sem titulo vencido em aberto;       *
      *  (P)ublicacao  - publica a proposta aos associados (edital  *
      *                  impresso) e abre o prazo de impugnacao;    *
      *  (O)posicao    - registra a impugnacao de um associado      *
      *                  dentro do prazo;                           *
      *  (D)ecisao     - resultado da reuniao da diretoria, depois  *
      *                  do prazo; a aprovacao inclui o associado   *
      *                  no ARQAB01 e os titulares no ARQAB04;      *
      *  (R)elacao     - propostas em andamento.                    *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01   PROSPECT *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgpp01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqpp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is pp01-chave
                  file status is pp01-status.
      *
           select arqpr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is pr01-chave
                  alternate record key is pr01-chave-1 with duplicates
                  file status is pr01-status.
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
           select arqab04 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab04-chave
                  alternate record key is ab04-chave-1 with duplicates
                  alternate record key is ab04-chave-2 with duplicates
                  file status is ab04-status.
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
       copy fdpp01.lib.
      *
       copy fdpr01.lib.
      *
       copy fdab01.lib.
      *
       copy fdab04.lib.
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
       01 pp01-status                  pic x(02) value "00".
       01 pp01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pp01.
          02 pp01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 pp01-nome                 pic x(08) value "ARQPP01A".
          02 filler                    pic x(01) value ".".
          02 pp01-ext                  pic x(03) value "DAT".
      *
       01 pr01-status                  pic x(02) value "00".
       01 pr01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pr01.
          02 pr01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 pr01-nome                 pic x(08) value "ARQPR01A".
          02 filler                    pic x(01) value ".".
          02 pr01-ext                  pic x(03) value "DAT".
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
       01 ab04-status                  pic x(02) value "00".
       01 ab04-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab04.
          02 ab04-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ab04-nome-arq             pic x(08) value "ARQAB04A".
          02 filler                    pic x(01) value ".".
          02 ab04-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGPP01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(106) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 numero                    pic 9(05) value 0.
          02 detapa                    pic x(20) value spaces.
          02 razao-social              pic x(40) value spaces.
          02 nome-fantasia             pic x(40) value spaces.
          02 cgc                       pic 9(14) value 0.
          02 cgc-disp                  pic 99.999.999/9999b99.
          02 categoria                 pic 9(03) value 0.
          02 endereco                  pic x(40) value spaces.
          02 cidade                    pic x(20) value spaces.
          02 uf                        pic x(02) value spaces.
          02 cep                       pic 9(08) value 0.
          02 ddd                       pic 9(04) value 0.
          02 telefone                  pic x(08) value spaces.
          02 padrinho-1                pic 9(05) value 0.
          02 dpadrinho-1               pic x(40) value spaces.
          02 padrinho-2                pic 9(05) value 0.
          02 dpadrinho-2               pic x(40) value spaces.
          02 data-publ-disp            pic x(08) value spaces.
          02 prazo                     pic 9(03) value 0.
          02 fim-impug-disp            pic x(08) value spaces.
          02 impugnante                pic 9(05) value 0.
          02 impugnacao                pic x(45) value spaces.
          02 reuniao-disp              pic x(08) value spaces.
          02 decisao                   pic x(01) value spaces.
          02 obs-decisao               pic x(38) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 prospect                  pic 9(05) value 0.
      *
      *    Titular da proposta (funcao T)
      *
       01 campos-tit.
          02 tit                       pic 9(01) value 0.
          02 t-nome                    pic x(40) value spaces.
          02 t-cpf                     pic 9(11) value 0.
          02 t-rg                      pic 9(09) value 0.
          02 t-emissor                 pic x(10) value spaces.
          02 t-data-nasc               pic 9(06) value 0.
          02 t-data-disp               pic x(08) value spaces.
          02 t-nacionalidade           pic x(15) value spaces.
          02 t-cargo                   pic x(10) value spaces.
      *
      *    Prazo de impugnacao padrao (dias corridos) e datas com
      *    a janela de seculo (rot-data-sec) p/ comparacao
      *
       01 prazo-padrao                 pic 9(03) value 30.
       01 reuniao-corr                 pic 9(06) value 0.
       01 hoje-sec                     pic 9(06) value 0.
       01 fim-sec                      pic 9(06) value 0.
       01 venc-sec                     pic 9(06) value 0.
      *
      *    Adimplencia do padrinho (rot-verifica-padrinho)
      *
       01 codigo-aux                   pic 9(05) value 0.
       01 flag-adimplente              pic x(01) value spaces.
       01 motivo-padrinho              pic x(30) value spaces.
       01 flag-padrinhos               pic x(01) value spaces.
      *
       01 ind-tit                      pic 9(01) value 0.
       01 tot-propostas                pic 9(05) value 0.
       01 tot-titulares                pic 9(01) value 0.
      *
      *    Edital de publicacao da proposta
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
       01 cab-edital.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(40) value
             "EDITAL - PROPOSTA DE ASSOCIACAO No.".
          02 cab-edt-numero            pic 9(05) value 0.
      *
       01 cab-edt-01.
          02 filler                pic x(17) value "Razao social....:".
          02 cab-edt-razao             pic x(40) value spaces.
      *
       01 cab-edt-02.
          02 filler                pic x(17) value "Nome fantasia...:".
          02 cab-edt-fantasia          pic x(40) value spaces.
      *
       01 cab-edt-03.
          02 filler                pic x(17) value "CNPJ............:".
          02 cab-edt-cgc               pic 99.999.999/9999b99.
      *
       01 cab-edt-04.
          02 filler                pic x(17) value "Endereco........:".
          02 cab-edt-endereco          pic x(40) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-edt-cidade            pic x(20) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-edt-uf                pic x(02) value spaces.
      *
       01 cab-edt-05.
          02 filler                pic x(17) value "Padrinho........:".
          02 cab-edt-padrinho          pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-edt-dpadrinho         pic x(40) value spaces.
      *
       01 cab-edt-06.
          02 filler                    pic x(50) value
             "Impugnacoes dos associados serao recebidas ate".
          02 cab-edt-fim               pic x(08) value spaces.
      *
      *    Relacao das propostas em andamento
      *
       01 cab-prog.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(60) value
             "Propostas de Associacao em Andamento".
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(07) value "Numero".
          02 filler                    pic x(31) value "Razao Social".
          02 filler                    pic x(21) value "Etapa".
          02 filler                    pic x(10) value "Recebida".
          02 filler                    pic x(14) value "Padrinhos".
          02 filler                    pic x(10) value "Fim Impug".
          02 filler                    pic x(06) value "Impug".
      *
       01 cab-lin.
          02 cab-lin-numero            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-razao             pic x(30) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-etapa             pic x(20) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-receb             pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-padrinho-1        pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-padrinho-2        pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-fim               pic x(08) value spaces.
          02 filler                    pic x(04) value spaces.
          02 cab-lin-impug             pic z9 value 0.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
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
          02 line 05 column 44 foreground-color 06 background-color 01
             highlight value "Proposta de Associacao".
          02 line 06 column 05 foreground-color 06 background-color 01
             highlight value "Funcao..........:".
          02 line 07 column 05 foreground-color 06 background-color 01
             highlight value "Proposta........:".
          02 line 08 column 05 foreground-color 06 background-color 01
             highlight value "Razao social....:".
          02 line 09 column 05 foreground-color 06 background-color 01
             highlight value "Nome fantasia...:".
          02 line 10 column 05 foreground-color 06 background-color 01
             highlight value "CNPJ............:".
          02 line 10 column 45 foreground-color 06 background-color 01
             highlight value "Categoria.:".
          02 line 11 column 05 foreground-color 06 background-color 01
             highlight value "Endereco........:".
          02 line 12 column 05 foreground-color 06 background-color 01
             highlight value "Cidade/UF/CEP...:".
          02 line 13 column 05 foreground-color 06 background-color 01
             highlight value "DDD/Telefone....:".
          02 line 14 column 05 foreground-color 06 background-color 01
             highlight value "Padrinho 1......:".
          02 line 15 column 05 foreground-color 06 background-color 01
             highlight value "Padrinho 2......:".
          02 line 16 column 05 foreground-color 06 background-color 01
             highlight value "Publicacao/Prazo:".
          02 line 16 column 40 foreground-color 06 background-color 01
             highlight value "Fim impugnacao:".
          02 line 17 column 05 foreground-color 06 background-color 01
             highlight value "Impugnacao......:".
          02 line 18 column 05 foreground-color 06 background-color 01
             highlight value "Reuniao/Decisao.:".
          02 line 19 column 05 foreground-color 06 background-color 01
             highlight value "Codigo associado:".
          02 line 19 column 45 foreground-color 06 background-color 01
             highlight value "Prospect...:".
      *
       01 tela-02.
          02 line 20 column 05 foreground-color 07 background-color 01
             highlight value
          "I-Inclui T-Titulares V-Verifica P-Publica O-Impugna D-Decide
      -   " R-Rel.".
      *
       01 tela-limpa-02.
          02 line 20 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
      *
       01 tela-tit.
          02 line 08 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 09 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 10 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 11 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 12 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 13 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 14 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 15 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 16 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 17 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 18 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 19 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 08 column 05 foreground-color 06 background-color 01
             highlight value "Titular (1/2/3)..:".
          02 line 09 column 05 foreground-color 06 background-color 01
             highlight value "Nome.............:".
          02 line 10 column 05 foreground-color 06 background-color 01
             highlight value "C.P.F............:".
          02 line 11 column 05 foreground-color 06 background-color 01
             highlight value "R.G./Emissor.....:".
          02 line 12 column 05 foreground-color 06 background-color 01
             highlight value "Data nascimento..:".
          02 line 13 column 05 foreground-color 06 background-color 01
             highlight value "Nacionalidade....:".
          02 line 14 column 05 foreground-color 06 background-color 01
             highlight value "Cargo............:".
      *
       01 tela-limpa-tit.
          02 line 08 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 09 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 10 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 11 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 12 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 13 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 14 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
      *
       01 tela-mensagem-cad.
          02 line 22 column 05 foreground-color 07 background-color 01
             highlight pic x(70) from mensagem.
      *
       01 tela-erro-cad.
          02 line 22 column 05 foreground-color 15 background-color 04
             highlight pic x(70) from mensagem.
      *
       01 tela-limpa-cad.
          02 line 22 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
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
           move 02 to box-col.
           move 04 to box-lin.
           move 77 to box-col-f.
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
       rot-open-pp01.
           move 0 to erro.
           if pp01-stat = "F"
              open i-o arqpp01
              if pp01-status = "35"
                 open output arqpp01
                 close arqpp01
                 open i-o arqpp01
              end-if
              if pp01-status not = "00"
                 move
                 " Erro de abertura no ARQPP01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pp01-stat
              end-if
           end-if.
      *
       rot-close-pp01.
           if pp01-stat = "A"
              close arqpp01
              move "F" to pp01-stat
           end-if.
      *
       rot-le-pp01.
           move 0 to erro.
           read arqpp01 invalid key move 1 to erro.
           if pp01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pp01
           end-if.
      *
       rot-le-prox-pp01.
           move 0 to erro.
           read arqpp01 next record at end move 1 to erro.
           if pp01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pp01
           end-if.
      *
       rot-open-pr01.
           move 0 to erro.
           if pr01-stat = "F"
              open i-o arqpr01
              if pr01-status = "35"
                 open output arqpr01
                 close arqpr01
                 open i-o arqpr01
              end-if
              if pr01-status not = "00"
                 move
                 " Erro de abertura no ARQPR01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pr01-stat
              end-if
           end-if.
      *
       rot-close-pr01.
           if pr01-stat = "A"
              close arqpr01
              move "F" to pr01-stat
           end-if.
      *
       rot-le-pr01.
           move 0 to erro.
           read arqpr01 invalid key move 1 to erro.
           if pr01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pr01
           end-if.
      *
       rot-open-ab01.
           move 0 to erro.
           if ab01-stat = "F"
              open i-o arqab01
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
       rot-open-ab04.
           move 0 to erro.
           if ab04-stat = "F"
              open i-o arqab04
              if ab04-status not = "00"
                 move
                 " Erro de abertura no ARQAB04A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ab04-stat
              end-if
           end-if.
      *
       rot-close-ab04.
           if ab04-stat = "A"
              close arqab04
              move "F" to ab04-stat
           end-if.
      *
       rot-open-rc01.
           move 0 to erro.
           if rc01-stat = "F"
              open input arqrc01
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
       rot-le-prox-rc01.
           move 0 to erro.
           read arqrc01 next record at end move 1 to erro.
           if rc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rc01
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
      *    Proximo numero de proposta
      *
       rot-prox-numero.
           move 0 to numero.
           move low-values to pp01-chave.
           move 0 to erro.
           start arqpp01 key is not less pp01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              go to rot-prox-numero-fim
           end-if.
      *
       rot-prox-numero-01.
           perform rot-le-prox-pp01.
           if erro not = 0
              go to rot-prox-numero-fim
           end-if.
           move pp01-numero to numero.
           go to rot-prox-numero-01.
      *
       rot-prox-numero-fim.
           add 1 to numero.
           move 0 to erro.
           exit.
      *
      *    Le a proposta informada e mostra na tela
      *
       rot-busca-pp01.
           move numero to pp01-numero.
           perform rot-le-pp01.
           if erro not = 0
              move " Proposta nao cadastrada - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              perform rot-mostra-pp01
           end-if.
      *
       rot-mostra-pp01.
           perform rot-descr-etapa.
           move pp01-razao-social to razao-social.
           move pp01-nome-fantasia to nome-fantasia.
           move pp01-cgc to cgc.
           move pp01-categoria to categoria.
           move pp01-endereco to endereco.
           move pp01-cidade to cidade.
           move pp01-uf to uf.
           move pp01-cep to cep.
           move pp01-ddd to ddd.
           move pp01-telefone to telefone.
           move pp01-padrinho (1) to padrinho-1 codigo-aux.
           perform rot-nome-associado.
           move ab01-razao-social to dpadrinho-1.
           move pp01-padrinho (2) to padrinho-2 codigo-aux.
           perform rot-nome-associado.
           move ab01-razao-social to dpadrinho-2.
           move spaces to data-publ-disp fim-impug-disp reuniao-disp.
           move 0 to prazo.
           if pp01-data-publ not = 0
              move pp01-data-publ to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to data-publ-disp
              move pp01-fim-impug to dias-corr
              perform rot-data
              move data-disp to fim-impug-disp
              compute prazo = pp01-fim-impug - pp01-data-publ
           end-if.
           move pp01-impugnante to impugnante.
           move pp01-impugnacao to impugnacao.
           if pp01-data-reuniao not = 0
              move pp01-data-reuniao to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to reuniao-disp
           end-if.
           if pp01-etapa = "A" or "J"
              move pp01-etapa to decisao
           else
              move spaces to decisao
           end-if.
           move pp01-obs-decisao to obs-decisao.
           move pp01-codigo to codigo.
           move pp01-prospect to prospect.
           perform dsp-numero thru dsp-prospect.
           move 0 to erro.
      *
       rot-descr-etapa.
           evaluate pp01-etapa
                    when "R"
                         move "Recebida" to detapa
                    when "V"
                         move "Padrinhos verificados" to detapa
                    when "P"
                         move "Publicada" to detapa
                    when "O"
                         move "Com impugnacao" to detapa
                    when "A"
                         move "Aprovada" to detapa
                    when "J"
                         move "Rejeitada" to detapa
                    when other
                         move spaces to detapa
           end-evaluate.
      *
       rot-nome-associado.
           move codigo-aux to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move spaces to ab01-razao-social
           end-if.
      *
      *    Padrinho adimplente: associado ativo (situacao 1) sem
      *    titulo vencido em aberto no ARQRC01 (mesma apuracao da
      *    suspensao automatica, pgab0d)
      *
       rot-verifica-padrinho.
           move "N" to flag-adimplente.
           move spaces to motivo-padrinho.
           move codigo-aux to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move 0 to erro
              move "nao cadastrado" to motivo-padrinho
              go to rot-verifica-padrinho-fim
           end-if.
           if ab01-situacao not = 1
              move "nao e associado ativo" to motivo-padrinho
              go to rot-verifica-padrinho-fim
           end-if.
           move low-values to rc01-chave-1.
           move codigo-aux to rc01-codigo-a.
           move "A" to rc01-condicao-a.
           start arqrc01 key is not less rc01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              move "S" to flag-adimplente
              go to rot-verifica-padrinho-fim
           end-if.
      *
       rot-verifica-padrinho-01.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              move "S" to flag-adimplente
              go to rot-verifica-padrinho-fim
           end-if.
           if rc01-codigo-a not = codigo-aux or
              rc01-condicao-a not = "A"
              move "S" to flag-adimplente
              go to rot-verifica-padrinho-fim
           end-if.
           if rc01-situacao not = spaces or rc01-vencimento = 0
              go to rot-verifica-padrinho-01
           end-if.
           move rc01-vencimento to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to venc-sec.
           if venc-sec < hoje-sec
              move "com titulo vencido em aberto" to motivo-padrinho
              go to rot-verifica-padrinho-fim
           end-if.
           go to rot-verifica-padrinho-01.
      *
       rot-verifica-padrinho-fim.
           exit.
      *
       rot-erro-padrinho.
           move spaces to mensagem.
           string " Padrinho " codigo-aux " " motivo-padrinho
                  " - Tecle <Enter>" delimited by size
                  into mensagem
           end-string.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Data do sistema com a janela de seculo
      *
       rot-hoje.
           move param-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to hoje-sec.
      *
       rot-regrava-pp01.
           move param-usr to pp01-usuario.
           move param-data to pp01-data.
           rewrite reg-pp01 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move " Erro de regravacao - ARQPP01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              perform rot-descr-etapa
              perform dsp-numero
              move "Proposta atualizada - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
      *
       rot-erro-etapa.
           move " Proposta nao esta na etapa exigida - Tecle <Enter>"
                to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-erro-supervisor.
           move " Funcao exige prioridade de supervisor - Tecle <Enter>"
                to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Edital da proposta publicada, p/ o boletim/mural dos
      *    associados
      *
       rot-imprime-edital.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to rot-imprime-edital-fim
           end-if.
           move pp01-numero to cab-edt-numero.
           move pp01-razao-social to cab-edt-razao.
           move pp01-nome-fantasia to cab-edt-fantasia.
           move pp01-cgc to cab-edt-cgc.
           move pp01-endereco to cab-edt-endereco.
           move pp01-cidade to cab-edt-cidade.
           move pp01-uf to cab-edt-uf.
           move fim-impug-disp to cab-edt-fim.
           write reg-imp from cab-abav.
           write reg-imp from cab-edital after 2 lines.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-edt-01 after 1 line.
           write reg-imp from cab-edt-02 after 1 line.
           write reg-imp from cab-edt-03 after 1 line.
           write reg-imp from cab-edt-04 after 1 line.
           move padrinho-1 to cab-edt-padrinho.
           move dpadrinho-1 to cab-edt-dpadrinho.
           write reg-imp from cab-edt-05 after 2 lines.
           move padrinho-2 to cab-edt-padrinho.
           move dpadrinho-2 to cab-edt-dpadrinho.
           write reg-imp from cab-edt-05 after 1 line.
           write reg-imp from cab-edt-06 after 2 lines.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
      *
       rot-imprime-edital-fim.
           exit.
      *
      *    Aprovacao: inclui o associado (condicao "A", situacao 1,
      *    adesao na data da reuniao) e os titulares da proposta
      *
       rot-cria-associado.
           move codigo to ab01-codigo.
           move "A" to ab01-condicao.
           move pp01-razao-social to ab01-razao-social-a txt.
           perform rot-texto.
           move txt to ab01-razao-social.
           move pp01-nome-fantasia to ab01-nome-fantasia-a txt.
           perform rot-texto.
           move txt to ab01-nome-fantasia.
           move pp01-endereco to ab01-endereco.
           move pp01-cidade to ab01-cidade.
           move pp01-uf to ab01-uf.
           move pp01-cep to ab01-cep.
           move pp01-ddd to ab01-ddd.
           move pp01-telefone to ab01-telefone (1).
           move spaces to ab01-telefone (2).
           move 0 to ab01-ramal (1) ab01-ramal (2).
           move spaces to ab01-telex ab01-fax.
           move 0 to ab01-sindicato ab01-snea.
           move spaces to ab01-embratur ab01-iata ab01-cotal.
           move pp01-cgc to ab01-cgc.
           move 1 to ab01-situacao.
           move pp01-categoria to ab01-categoria.
           move 0 to ab01-data-alt ab01-data-exc.
           move reuniao-corr to ab01-data-inc.
           move param-usr to ab01-usuario.
           move param-data to ab01-data.
           move 0 to ab01-venc-snea ab01-venc-embratur ab01-venc-iata.
           move 0 to ab01-codigo-novo.
           move spaces to ab01-end-status.
           move 0 to ab01-dev-data ab01-dev-motivo ab01-motivo-deslig.
           write reg-ab01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move " Erro de gravacao - ARQAB01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to rot-cria-associado-fim
           end-if.
           move "W" to jor-operacao.
           perform rot-jn-ab01.
           move 0 to ind-tit tot-titulares.
      *
       rot-cria-associado-01.
           add 1 to ind-tit.
           if ind-tit > 3
              go to rot-cria-associado-fim
           end-if.
           if pp01-t-nome (ind-tit) = spaces
              go to rot-cria-associado-01
           end-if.
           add 1 to tot-titulares.
           move codigo to ab04-codigo.
           move "A" to ab04-condicao.
           move tot-titulares to ab04-titular.
           move pp01-t-nome (ind-tit) to ab04-nome-a txt.
           perform rot-texto.
           move txt to ab04-nome.
           move pp01-t-cpf (ind-tit) to ab04-cpf.
           move pp01-endereco to ab04-endereco.
           move pp01-cidade to ab04-cidade.
           move pp01-uf to ab04-uf.
           move pp01-cep to ab04-cep.
           move pp01-ddd to ab04-ddd.
           move pp01-telefone to ab04-telefone.
           move pp01-t-data-nasc (ind-tit) to ab04-data-nasc.
           move pp01-t-nacionalidade (ind-tit) to ab04-nascionalidade.
           move pp01-t-rg (ind-tit) to ab04-rg.
           move pp01-t-emissor (ind-tit) to ab04-emissor.
           move pp01-t-cargo (ind-tit) to ab04-cargo.
           move param-usr to ab04-usuario.
           move param-data to ab04-data.
           move reuniao-corr to ab04-data-entrada.
           move 0 to ab04-data-saida ab04-participacao.
           write reg-ab04 invalid key
                 move " Erro de gravacao - ARQAB04A.DAT - Tecle <Enter>"
                      to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
           end-write.
           go to rot-cria-associado-01.
      *
       rot-cria-associado-fim.
           exit.
      *
      *    Diario de atualizacoes (rotjn01): imagem antes em
      *    jor-antes (regravacao), operacao em jor-operacao
      *
       rot-jornal.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           call "rotjn01" using campo-jornal.
           move spaces to jor-antes jor-depois.
      *
       rot-jn-ab01.
           move "ARQAB01A" to jor-arquivo.
           move ab01-chave to jor-chave.
           move 412 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-ab01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-ab01 to jor-depois
                    when other
                         move reg-ab01 to jor-depois
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
           display tela-02.
           move spaces to funcao.
           perform lmp-funcao.
           perform acc-funcao.
           if escape-key = 1
              go to lab-fun-fim
           end-if.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "I" and "T" and "V" and "P" and "O" and "D"
                          and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           display tela-limpa-02.
           perform rot-hoje.
           evaluate true
                    when funcao = "I"
                         perform sec-inclusao
                    when funcao = "T"
                         perform sec-titulares
                    when funcao = "V"
                         perform sec-verificacao
                    when funcao = "P"
                         perform sec-publicacao
                    when funcao = "O"
                         perform sec-impugnacao
                    when funcao = "D"
                         perform sec-decisao
                    when funcao = "R"
                         perform sec-relacao
           end-evaluate.
           perform lmp-numero thru lmp-prospect.
           go to lab-fun-01.
      *
       lab-fun-fim.
           display tela-limpa-02.
           perform lmp-funcao thru lmp-prospect.
           exit.
      *
      ************************
      *                      *
      *  Inclusao            *
      *                      *
      ************************
      *
       sec-inclusao section.
      *
       lab-inc-00.
           perform rot-open-pp01.
           if erro not = 0
              go to lab-inc-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-inc-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-inc-fim
           end-if.
           perform rot-open-pr01.
           if erro not = 0
              go to lab-inc-fim
           end-if.
      *
       lab-inc-01.
           perform lmp-numero thru lmp-prospect.
           perform rot-prox-numero thru rot-prox-numero-fim.
           move "R" to pp01-etapa.
           perform rot-descr-etapa.
           perform dsp-numero.
           move spaces to razao-social nome-fantasia endereco cidade
                          uf telefone.
           move 0 to cgc categoria cep ddd padrinho-1 padrinho-2
                     prospect.
      *
      *    Proposta de agencia trabalhada pela captacao: o prospect
      *    em aberto no funil traz os dados ja levantados
      *
       lab-inc-prs.
           perform acc-prospect.
           if escape-key = 1
              go to lab-inc-fim
           end-if.
           if prospect = 0
              go to lab-inc-02
           end-if.
           move prospect to pr01-numero.
           perform rot-le-pr01.
           if erro not = 0
              move 0 to erro
              move " Prospect nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-prs
           end-if.
           if pr01-etapa = 5 or pr01-etapa = 6
              move " Prospect convertido ou perdido - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-prs
           end-if.
           move pr01-razao-social to razao-social nome-fantasia.
           move pr01-cgc to cgc.
           move pr01-cidade to cidade.
           move pr01-uf to uf.
           move pr01-ddd to ddd.
           move pr01-telefone to telefone.
           perform dsp-razao-social thru dsp-telefone.
      *
       lab-inc-02.
           perform acc-razao-social.
           if escape-key = 1
              go to lab-inc-prs
           end-if.
           if razao-social = spaces
              go to lab-inc-02
           end-if.
      *
       lab-inc-03.
           if nome-fantasia = spaces
              move razao-social to nome-fantasia
           end-if.
           perform acc-nome-fantasia.
           if escape-key = 1
              go to lab-inc-02
           end-if.
           if nome-fantasia = spaces
              go to lab-inc-03
           end-if.
      *
       lab-inc-04.
           perform acc-cgc.
           if escape-key = 1
              go to lab-inc-03
           end-if.
           if cgc = 0
              go to lab-inc-04
           end-if.
           perform dsp-cgc.
      *
       lab-inc-05.
           perform acc-categoria.
           if escape-key = 1
              go to lab-inc-04
           end-if.
           if categoria = 0
              go to lab-inc-05
           end-if.
           move 01 to wtab01-tipo.
           move categoria to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move " Categoria nao cadastrada - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-05
           end-if.
      *
       lab-inc-06.
           perform acc-endereco.
           if escape-key = 1
              go to lab-inc-05
           end-if.
           if endereco = spaces
              go to lab-inc-06
           end-if.
      *
       lab-inc-07.
           perform acc-cidade.
           if escape-key = 1
              go to lab-inc-06
           end-if.
           if cidade = spaces
              go to lab-inc-07
           end-if.
      *
       lab-inc-08.
           perform acc-uf.
           if escape-key = 1
              go to lab-inc-07
           end-if.
           move uf to txt.
           perform rot-texto.
           move txt to uf.
           if uf = spaces
              go to lab-inc-08
           end-if.
           perform dsp-uf.
      *
       lab-inc-09.
           perform acc-cep.
           if escape-key = 1
              go to lab-inc-08
           end-if.
           if cep = 0
              go to lab-inc-09
           end-if.
      *
       lab-inc-10.
           perform acc-ddd.
           if escape-key = 1
              go to lab-inc-09
           end-if.
      *
       lab-inc-11.
           perform acc-telefone.
           if escape-key = 1
              go to lab-inc-10
           end-if.
      *
       lab-inc-12.
           perform lmp-padrinho-1.
           perform acc-padrinho-1.
           if escape-key = 1
              go to lab-inc-11
           end-if.
           if padrinho-1 = 0
              go to lab-inc-12
           end-if.
           move padrinho-1 to codigo-aux.
           perform rot-nome-associado.
           if erro not = 0
              move " Padrinho nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-12
           end-if.
           move ab01-razao-social to dpadrinho-1.
           perform dsp-padrinho-1.
      *
       lab-inc-13.
           perform lmp-padrinho-2.
           perform acc-padrinho-2.
           if escape-key = 1
              go to lab-inc-12
           end-if.
           if padrinho-2 = 0 or padrinho-2 = padrinho-1
              go to lab-inc-13
           end-if.
           move padrinho-2 to codigo-aux.
           perform rot-nome-associado.
           if erro not = 0
              move " Padrinho nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-13
           end-if.
           move ab01-razao-social to dpadrinho-2.
           perform dsp-padrinho-2.
      *
       lab-inc-14.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-inc-13
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-inc-01
           else
              if resposta not = "S"
                 go to lab-inc-14
              end-if
           end-if.
           display tela-limpa-cad.
           move spaces to reg-pp01.
           move numero to pp01-numero.
           move "R" to pp01-etapa.
           move param-data to pp01-data-receb.
           move razao-social to pp01-razao-social.
           move nome-fantasia to pp01-nome-fantasia.
           move cgc to pp01-cgc.
           move categoria to pp01-categoria.
           move endereco to pp01-endereco.
           move cidade to pp01-cidade.
           move uf to pp01-uf.
           move cep to pp01-cep.
           move ddd to pp01-ddd.
           move telefone to pp01-telefone.
           move padrinho-1 to pp01-padrinho (1).
           move padrinho-2 to pp01-padrinho (2).
           move 0 to pp01-data-verif pp01-data-publ pp01-fim-impug
                     pp01-qtd-impug pp01-impugnante pp01-data-impug
                     pp01-data-reuniao pp01-codigo.
           move prospect to pp01-prospect.
           move 0 to ind-tit.
           perform rot-limpa-titular thru rot-limpa-titular-fim.
           move param-usr to pp01-usuario.
           move param-data to pp01-data.
           write reg-pp01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move " Erro de gravacao - ARQPP01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              if prospect not = 0
                 perform rot-converte-prospect
              end-if
              move "Proposta gravada - informe os titulares (T) - Tecl
      -       "e <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           go to lab-inc-01.
      *
       lab-inc-fim.
           perform rot-close-pr01.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-pp01.
           exit.
      *
      *
      *    Prospect convertido: etapa 5 com a data e o numero da
      *    proposta (tempo de conversao no funil do pgps01)
      *
       rot-converte-prospect.
           move prospect to pr01-numero.
           perform rot-le-pr01.
           if erro = 0
              move 5 to pr01-etapa
              move param-data to pr01-data-conv pr01-data-etapa
              move numero to pr01-proposta
              move param-usr to pr01-usuario
              move param-data to pr01-data
              rewrite reg-pr01 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           move 0 to erro.
      *
       rot-limpa-titular.
           add 1 to ind-tit.
           if ind-tit > 3
              go to rot-limpa-titular-fim
           end-if.
           move 0 to pp01-t-cpf (ind-tit) pp01-t-rg (ind-tit)
                     pp01-t-data-nasc (ind-tit).
           go to rot-limpa-titular.
      *
       rot-limpa-titular-fim.
           exit.
      *
      ************************
      *                      *
      *  Titulares           *
      *                      *
      ************************
      *
       sec-titulares section.
      *
       lab-tit-00.
           perform rot-open-pp01.
           if erro not = 0
              go to lab-tit-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-tit-fim
           end-if.
      *
       lab-tit-01.
           move 0 to numero.
           perform lmp-numero thru lmp-prospect.
           perform acc-numero.
           if escape-key = 1
              go to lab-tit-fim
           end-if.
           if numero = 0
              go to lab-tit-01
           end-if.
           perform rot-busca-pp01.
           if erro not = 0
              go to lab-tit-01
           end-if.
           if pp01-etapa = "A" or "J"
              perform rot-erro-etapa
              go to lab-tit-01
           end-if.
           display tela-tit.
      *
       lab-tit-02.
           move 0 to tit.
           perform lmp-tit thru lmp-t-cargo.
           perform acc-tit.
           if escape-key = 1
              display tela-limpa-tit
              display tela-01
              go to lab-tit-01
           end-if.
           if tit not = 1 and 2 and 3
              go to lab-tit-02
           end-if.
           move pp01-t-nome (tit) to t-nome.
           move pp01-t-cpf (tit) to t-cpf.
           move pp01-t-rg (tit) to t-rg.
           move pp01-t-emissor (tit) to t-emissor.
           move pp01-t-nacionalidade (tit) to t-nacionalidade.
           move pp01-t-cargo (tit) to t-cargo.
           move pp01-t-data-nasc (tit) to t-data-nasc.
           move spaces to t-data-disp.
           if t-data-nasc not = 0
              move t-data-nasc to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to t-data-disp
           end-if.
           perform dsp-t-nome thru dsp-t-cargo.
      *
       lab-tit-03.
           perform acc-t-nome.
           if escape-key = 1
              go to lab-tit-02
           end-if.
      *
      *    Nome em branco retira o titular da proposta
      *
           if t-nome = spaces
              move 0 to t-cpf t-rg t-data-nasc
              move spaces to t-emissor t-nacionalidade t-cargo
              go to lab-tit-09
           end-if.
      *
       lab-tit-04.
           perform acc-t-cpf.
           if escape-key = 1
              go to lab-tit-03
           end-if.
           if t-cpf = 0
              go to lab-tit-04
           end-if.
      *
       lab-tit-05.
           perform acc-t-rg.
           if escape-key = 1
              go to lab-tit-04
           end-if.
           perform acc-t-emissor.
           if escape-key = 1
              go to lab-tit-05
           end-if.
      *
       lab-tit-06.
           move 0 to dia-euro mes-euro ano-euro.
           if t-data-nasc not = 0
              move t-data-nasc to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform lmp-t-data.
           perform acc-t-data thru acc-t-data-fim.
           if escape-key = 1
              perform dsp-t-data
              go to lab-tit-05
           end-if.
      *
      *    Data de nascimento e opcional
      *
           if dia-euro = 0 and mes-euro = 0 and ano-euro = 0
              move 0 to t-data-nasc
              move spaces to t-data-disp
              go to lab-tit-07
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-tit-06
           end-if.
           move dias-corr to t-data-nasc.
           move data-disp to t-data-disp.
           perform dsp-t-data.
      *
       lab-tit-07.
           perform acc-t-nacionalidade.
           if escape-key = 1
              go to lab-tit-06
           end-if.
      *
       lab-tit-08.
           perform acc-t-cargo.
           if escape-key = 1
              go to lab-tit-07
           end-if.
      *
       lab-tit-09.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-tit-02
           end-if.
           if resposta not = "S"
              go to lab-tit-09
           end-if.
           display tela-limpa-cad.
           move t-nome to pp01-t-nome (tit).
           move t-cpf to pp01-t-cpf (tit).
           move t-rg to pp01-t-rg (tit).
           move t-emissor to pp01-t-emissor (tit).
           move t-nacionalidade to pp01-t-nacionalidade (tit).
           move t-cargo to pp01-t-cargo (tit).
           move t-data-nasc to pp01-t-data-nasc (tit).
           perform rot-regrava-pp01.
           move 0 to erro.
           go to lab-tit-02.
      *
       lab-tit-fim.
           perform rot-close-ab01.
           perform rot-close-pp01.
           exit.
      *
      ************************
      *                      *
      *  Verificacao         *
      *                      *
      ************************
      *
       sec-verificacao section.
      *
       lab-ver-00.
           perform rot-open-pp01.
           if erro not = 0
              go to lab-ver-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-ver-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-ver-fim
           end-if.
      *
       lab-ver-01.
           move 0 to numero.
           perform lmp-numero thru lmp-prospect.
           perform acc-numero.
           if escape-key = 1
              go to lab-ver-fim
           end-if.
           if numero = 0
              go to lab-ver-01
           end-if.
           perform rot-busca-pp01.
           if erro not = 0
              go to lab-ver-01
           end-if.
           if pp01-etapa not = "R"
              perform rot-erro-etapa
              go to lab-ver-01
           end-if.
      *
      *    Padrinhos podem ser trocados antes da verificacao
      *
       lab-ver-02.
           perform acc-padrinho-1.
           if escape-key = 1
              go to lab-ver-01
           end-if.
           move padrinho-1 to codigo-aux.
           perform rot-nome-associado.
           move 0 to erro.
           move ab01-razao-social to dpadrinho-1.
           perform dsp-padrinho-1.
      *
       lab-ver-03.
           perform acc-padrinho-2.
           if escape-key = 1
              go to lab-ver-02
           end-if.
           if padrinho-2 = padrinho-1
              go to lab-ver-03
           end-if.
           move padrinho-2 to codigo-aux.
           perform rot-nome-associado.
           move 0 to erro.
           move ab01-razao-social to dpadrinho-2.
           perform dsp-padrinho-2.
           move "S" to flag-padrinhos.
           move padrinho-1 to codigo-aux.
           perform rot-verifica-padrinho thru rot-verifica-padrinho-fim.
           if flag-adimplente not = "S"
              move "N" to flag-padrinhos
              perform rot-erro-padrinho
           end-if.
           move padrinho-2 to codigo-aux.
           perform rot-verifica-padrinho thru rot-verifica-padrinho-fim.
           if flag-adimplente not = "S"
              move "N" to flag-padrinhos
              perform rot-erro-padrinho
           end-if.
           if flag-padrinhos not = "S"
              go to lab-ver-02
           end-if.
      *
       lab-ver-04.
           move "Padrinhos adimplentes - confirma (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-ver-01
           end-if.
           if resposta not = "S"
              go to lab-ver-04
           end-if.
           display tela-limpa-cad.
           move padrinho-1 to pp01-padrinho (1).
           move padrinho-2 to pp01-padrinho (2).
           move "V" to pp01-etapa.
           move param-data to pp01-data-verif.
           move param-usr to pp01-usr-verif.
           perform rot-regrava-pp01.
           move 0 to erro.
           go to lab-ver-01.
      *
       lab-ver-fim.
           perform rot-close-rc01.
           perform rot-close-ab01.
           perform rot-close-pp01.
           exit.
      *
      ************************
      *                      *
      *  Publicacao          *
      *                      *
      ************************
      *
       sec-publicacao section.
      *
       lab-pub-00.
           perform rot-open-pp01.
           if erro not = 0
              go to lab-pub-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-pub-fim
           end-if.
      *
       lab-pub-01.
           move 0 to numero.
           perform lmp-numero thru lmp-prospect.
           perform acc-numero.
           if escape-key = 1
              go to lab-pub-fim
           end-if.
           if numero = 0
              go to lab-pub-01
           end-if.
           perform rot-busca-pp01.
           if erro not = 0
              go to lab-pub-01
           end-if.
           if pp01-etapa not = "V"
              perform rot-erro-etapa
              go to lab-pub-01
           end-if.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to data-publ-disp.
           perform dsp-data-publ.
           move prazo-padrao to prazo.
      *
       lab-pub-02.
           perform acc-prazo.
           if escape-key = 1
              go to lab-pub-01
           end-if.
           if prazo = 0
              go to lab-pub-02
           end-if.
           compute dias-corr = param-data + prazo.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to fim-impug-disp.
           perform dsp-fim-impug.
      *
       lab-pub-03.
           move "Publica e imprime o edital (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-pub-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-pub-01
           end-if.
           if resposta not = "S"
              go to lab-pub-03
           end-if.
           display tela-limpa-cad.
           move "P" to pp01-etapa.
           move param-data to pp01-data-publ.
           compute pp01-fim-impug = param-data + prazo.
           perform rot-regrava-pp01.
           if erro = 0
              perform rot-imprime-edital thru rot-imprime-edital-fim
           end-if.
           move 0 to erro.
           go to lab-pub-01.
      *
       lab-pub-fim.
           perform rot-close-ab01.
           perform rot-close-pp01.
           exit.
      *
      ************************
      *                      *
      *  Impugnacao          *
      *                      *
      ************************
      *
       sec-impugnacao section.
      *
       lab-imp-00.
           perform rot-open-pp01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
      *
       lab-imp-01.
           move 0 to numero.
           perform lmp-numero thru lmp-prospect.
           perform acc-numero.
           if escape-key = 1
              go to lab-imp-fim
           end-if.
           if numero = 0
              go to lab-imp-01
           end-if.
           perform rot-busca-pp01.
           if erro not = 0
              go to lab-imp-01
           end-if.
           if pp01-etapa not = "P" and "O"
              perform rot-erro-etapa
              go to lab-imp-01
           end-if.
           move pp01-fim-impug to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to fim-sec.
           if hoje-sec > fim-sec
              move " Prazo de impugnacao encerrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-imp-01
           end-if.
           move 0 to impugnante.
           move spaces to impugnacao.
           perform lmp-impugnante.
      *
       lab-imp-02.
           perform acc-impugnante.
           if escape-key = 1
              go to lab-imp-01
           end-if.
           if impugnante = 0
              go to lab-imp-02
           end-if.
           move impugnante to codigo-aux.
           perform rot-nome-associado.
           if erro not = 0
              move " Associado nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-imp-02
           end-if.
      *
       lab-imp-03.
           perform acc-impugnacao.
           if escape-key = 1
              go to lab-imp-02
           end-if.
           if impugnacao = spaces
              go to lab-imp-03
           end-if.
      *
       lab-imp-04.
           move "Registra a impugnacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-imp-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-imp-01
           end-if.
           if resposta not = "S"
              go to lab-imp-04
           end-if.
           display tela-limpa-cad.
           move "O" to pp01-etapa.
           add 1 to pp01-qtd-impug.
           move impugnante to pp01-impugnante.
           move impugnacao to pp01-impugnacao.
           move param-data to pp01-data-impug.
           perform rot-regrava-pp01.
           move 0 to erro.
           go to lab-imp-01.
      *
       lab-imp-fim.
           perform rot-close-ab01.
           perform rot-close-pp01.
           exit.
      *
      ************************
      *                      *
      *  Decisao             *
      *                      *
      ************************
      *
       sec-decisao section.
      *
       lab-dec-00.
           if param-prioridade < 8
              perform rot-erro-supervisor
              go to lab-dec-fim
           end-if.
           perform rot-open-pp01.
           if erro not = 0
              go to lab-dec-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-dec-fim
           end-if.
           perform rot-open-ab04.
           if erro not = 0
              go to lab-dec-fim
           end-if.
      *
       lab-dec-01.
           move 0 to numero.
           perform lmp-numero thru lmp-prospect.
           perform acc-numero.
           if escape-key = 1
              go to lab-dec-fim
           end-if.
           if numero = 0
              go to lab-dec-01
           end-if.
           perform rot-busca-pp01.
           if erro not = 0
              go to lab-dec-01
           end-if.
           if pp01-etapa not = "P" and "O"
              perform rot-erro-etapa
              go to lab-dec-01
           end-if.
           move pp01-fim-impug to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to fim-sec.
           if hoje-sec not > fim-sec
              move " Prazo de impugnacao em curso - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-dec-01
           end-if.
           move 0 to reuniao-corr codigo.
           move spaces to decisao obs-decisao.
           perform lmp-reuniao thru lmp-codigo.
      *
       lab-dec-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-reuniao.
           perform acc-reuniao thru acc-reuniao-fim.
           if escape-key = 1
              go to lab-dec-01
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-dec-02
           end-if.
           move dias-corr to reuniao-corr.
           move data-disp to reuniao-disp.
           perform dsp-reuniao.
      *
       lab-dec-03.
           perform acc-decisao.
           if escape-key = 1
              go to lab-dec-02
           end-if.
           move decisao to txt.
           perform rot-texto.
           move txt to decisao.
           if decisao not = "A" and "J"
              go to lab-dec-03
           end-if.
           perform dsp-decisao.
      *
       lab-dec-04.
           perform acc-obs-decisao.
           if escape-key = 1
              go to lab-dec-03
           end-if.
           if decisao = "J"
              go to lab-dec-06
           end-if.
      *
       lab-dec-05.
           perform acc-codigo.
           if escape-key = 1
              go to lab-dec-04
           end-if.
           if codigo = 0
              go to lab-dec-05
           end-if.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move " Codigo ja cadastrado - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-dec-05
           end-if.
           move 0 to erro.
      *
       lab-dec-06.
           if decisao = "A"
              move "Aprova e inclui o associado (S) (N) ?" to mensagem
           else
              move "Rejeita a proposta (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-dec-04
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-dec-01
           end-if.
           if resposta not = "S"
              go to lab-dec-06
           end-if.
           display tela-limpa-cad.
           if decisao = "A"
              perform rot-cria-associado thru rot-cria-associado-fim
              if erro not = 0
                 move 0 to erro
                 go to lab-dec-01
              end-if
              move codigo to pp01-codigo
           end-if.
           move decisao to pp01-etapa.
           move reuniao-corr to pp01-data-reuniao.
           move obs-decisao to pp01-obs-decisao.
           move param-usr to pp01-usr-decisao.
           perform rot-regrava-pp01.
           move 0 to erro.
           go to lab-dec-01.
      *
       lab-dec-fim.
           perform rot-close-ab04.
           perform rot-close-ab01.
           perform rot-close-pp01.
           exit.
      *
      ************************
      *                      *
      *  Relacao             *
      *                      *
      ************************
      *
       sec-relacao section.
      *
       lab-rel-00.
           perform rot-open-pp01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move 0 to pagina tot-propostas.
           perform rot-cabec.
           move low-values to pp01-chave.
           start arqpp01 key is not less pp01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
      *
       lab-rel-01.
           perform rot-le-prox-pp01.
           if erro not = 0
              move 0 to erro
              go to lab-rel-02
           end-if.
           if pp01-etapa = "A" or "J"
              go to lab-rel-01
           end-if.
           if linha > 55
              perform rot-cabec
           end-if.
           move pp01-numero to cab-lin-numero.
           move pp01-razao-social to cab-lin-razao.
           perform rot-descr-etapa.
           move detapa to cab-lin-etapa.
           move pp01-data-receb to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-lin-receb.
           move pp01-padrinho (1) to cab-lin-padrinho-1.
           move pp01-padrinho (2) to cab-lin-padrinho-2.
           move spaces to cab-lin-fim.
           if pp01-fim-impug not = 0
              move pp01-fim-impug to dias-corr
              perform rot-data
              move data-disp to cab-lin-fim
           end-if.
           move pp01-qtd-impug to cab-lin-impug.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha tot-propostas.
           go to lab-rel-01.
      *
       lab-rel-02.
           write reg-imp from tracos after 1 line.
           move "Propostas em andamento......:" to cab-tot-texto.
           move tot-propostas to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-pp01.
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
           accept resposta at 2250 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0623 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-numero.
           accept numero at 0723 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-razao-social.
           accept razao-social at 0823 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome-fantasia.
           accept nome-fantasia at 0923 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cgc.
           accept cgc at 1023 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-categoria.
           accept categoria at 1057 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-endereco.
           accept endereco at 1123 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cidade.
           accept cidade at 1223 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-uf.
           accept uf at 1244 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cep.
           accept cep at 1247 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ddd.
           accept ddd at 1323 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-telefone.
           accept telefone at 1328 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-padrinho-1.
           accept padrinho-1 at 1423 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-padrinho-2.
           accept padrinho-2 at 1523 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-prazo.
           accept prazo at 1632 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-impugnante.
           accept impugnante at 1723 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-impugnacao.
           accept impugnacao at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-reuniao.
           accept dia-euro at 1823 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-reuniao-fim
           end-if.
           accept mes-euro at 1826 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-reuniao-fim
           end-if.
           accept ano-euro at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-reuniao-fim.
           exit.
      *
       acc-decisao.
           accept decisao at 1832 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-obs-decisao.
           accept obs-decisao at 1834 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 1923 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-prospect.
           accept prospect at 1958 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-tit.
           accept tit at 0824 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-t-nome.
           accept t-nome at 0924 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-t-cpf.
           accept t-cpf at 1024 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-t-rg.
           accept t-rg at 1124 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-t-emissor.
           accept t-emissor at 1135 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-t-data.
           accept dia-euro at 1224 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-t-data-fim
           end-if.
           accept mes-euro at 1227 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-t-data-fim
           end-if.
           accept ano-euro at 1230 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-t-data-fim.
           exit.
      *
       acc-t-nacionalidade.
           accept t-nacionalidade at 1324 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-t-cargo.
           accept t-cargo at 1424 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0623 with foreground-color 15
                   background-color 01.
      *
       dsp-numero.
           display numero at 0723 with foreground-color 15
                   background-color 01.
           display detapa at 0730 with foreground-color 15
                   background-color 01.
      *
       dsp-razao-social.
           display razao-social at 0823 with foreground-color 15
                   background-color 01.
      *
       dsp-nome-fantasia.
           display nome-fantasia at 0923 with foreground-color 15
                   background-color 01.
      *
       dsp-cgc.
           move cgc to cgc-disp.
           display cgc-disp at 1023 with foreground-color 15
                   background-color 01.
      *
       dsp-categoria.
           display categoria at 1057 with foreground-color 15
                   background-color 01.
      *
       dsp-endereco.
           display endereco at 1123 with foreground-color 15
                   background-color 01.
      *
       dsp-cidade.
           display cidade at 1223 with foreground-color 15
                   background-color 01.
      *
       dsp-uf.
           display uf at 1244 with foreground-color 15
                   background-color 01.
      *
       dsp-cep.
           display cep at 1247 with foreground-color 15
                   background-color 01.
      *
       dsp-ddd.
           display ddd at 1323 with foreground-color 15
                   background-color 01.
      *
       dsp-telefone.
           display telefone at 1328 with foreground-color 15
                   background-color 01.
      *
       dsp-padrinho-1.
           display padrinho-1 at 1423 with foreground-color 15
                   background-color 01.
           display dpadrinho-1 at 1429 with foreground-color 15
                   background-color 01.
      *
       dsp-padrinho-2.
           display padrinho-2 at 1523 with foreground-color 15
                   background-color 01.
           display dpadrinho-2 at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-data-publ.
           display data-publ-disp at 1623 with foreground-color 15
                   background-color 01.
      *
       dsp-prazo.
           display prazo at 1632 with foreground-color 15
                   background-color 01.
      *
       dsp-fim-impug.
           display fim-impug-disp at 1656 with foreground-color 15
                   background-color 01.
      *
       dsp-impugnante.
           display impugnante at 1723 with foreground-color 15
                   background-color 01.
      *
       dsp-impugnacao.
           display impugnacao at 1729 with foreground-color 15
                   background-color 01.
      *
       dsp-reuniao.
           display reuniao-disp at 1823 with foreground-color 15
                   background-color 01.
      *
       dsp-decisao.
           display decisao at 1832 with foreground-color 15
                   background-color 01.
      *
       dsp-obs-decisao.
           display obs-decisao at 1834 with foreground-color 15
                   background-color 01.
      *
       dsp-codigo.
           display codigo at 1923 with foreground-color 15
                   background-color 01.
      *
       dsp-prospect.
           display prospect at 1958 with foreground-color 15
                   background-color 01.
      *
       dsp-t-nome.
           display t-nome at 0924 with foreground-color 15
                   background-color 01.
      *
       dsp-t-cpf.
           display t-cpf at 1024 with foreground-color 15
                   background-color 01.
      *
       dsp-t-rg.
           display t-rg at 1124 with foreground-color 15
                   background-color 01.
           display t-emissor at 1135 with foreground-color 15
                   background-color 01.
      *
       dsp-t-data.
           display t-data-disp at 1224 with foreground-color 15
                   background-color 01.
      *
       dsp-t-nacionalidade.
           display t-nacionalidade at 1324 with foreground-color 15
                   background-color 01.
      *
       dsp-t-cargo.
           display t-cargo at 1424 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0623 with foreground-color 15
                   background-color 01.
      *
       lmp-numero.
           display limpa at 0723 with foreground-color 15
                   background-color 01.
      *
       lmp-razao-social.
           display limpa at 0823 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-fantasia.
           display limpa at 0923 with foreground-color 15
                   background-color 01.
      *
       lmp-cgc.
           display limpa-10 at 1023 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1033 with foreground-color 15
                   background-color 01.
      *
       lmp-categoria.
           display limpa-10 at 1057 with foreground-color 15
                   background-color 01.
      *
       lmp-endereco.
           display limpa at 1123 with foreground-color 15
                   background-color 01.
      *
       lmp-cidade.
           display limpa at 1223 with foreground-color 15
                   background-color 01.
      *
       lmp-ddd.
           display limpa at 1323 with foreground-color 15
                   background-color 01.
      *
       lmp-padrinho-1.
           display limpa at 1423 with foreground-color 15
                   background-color 01.
      *
       lmp-padrinho-2.
           display limpa at 1523 with foreground-color 15
                   background-color 01.
      *
       lmp-data-publ.
           display limpa-10 at 1623 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1656 with foreground-color 15
                   background-color 01.
      *
       lmp-impugnante.
           display limpa at 1723 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1767 with foreground-color 15
                   background-color 01.
      *
       lmp-reuniao.
           display limpa at 1823 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1867 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa-10 at 1923 with foreground-color 15
                   background-color 01.
      *
       lmp-prospect.
           display limpa-10 at 1958 with foreground-color 15
                   background-color 01.
      *
       lmp-tit.
           display limpa-10 at 0824 with foreground-color 15
                   background-color 01.
      *
       lmp-t-nome.
           display limpa at 0924 with foreground-color 15
                   background-color 01.
      *
       lmp-t-cpf.
           display limpa-10 at 1024 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1034 with foreground-color 15
                   background-color 01.
      *
       lmp-t-rg.
           display limpa at 1124 with foreground-color 15
                   background-color 01.
      *
       lmp-t-data.
           display limpa-10 at 1224 with foreground-color 15
                   background-color 01.
      *
       lmp-t-nacionalidade.
           display limpa at 1324 with foreground-color 15
                   background-color 01.
      *
       lmp-t-cargo.
           display limpa at 1424 with foreground-color 15
                   background-color 01.
