      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGML01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Enderecos de E-mail e Fila de Envio :                      *
      *                                                             *
      *  (E)nderecos - e-mails do associado (A), titular (T),       *
      *                cadastro geral (C) e participante do        *
      *                salao (S), com a autorizacao de envio       *
      *                (opt-in) e a situacao (ativo/devolvido);    *
      *  (G)era      - poe na fila um relatorio guardado no        *
      *                arquivo de relatorios (pgsp01 - extrato,    *
      *                boleto, certidao) ou um modelo do pgtx01    *
      *                fundido (circular), p/ um destinatario ou   *
      *                p/ uma selecao; a selecao so alcanca os     *
      *                enderecos com opt-in. Gera um membro        *
      *                EML\MLnnnnnn.TXT por endereco, pendente;    *
      *  (F)ila      - situacao da fila na tela;                   *
      *  (M)arca     - anota o resultado do gateway de correio:    *
      *                "E" enviado, "F" falha, "D" devolvido       *
      *                (o endereco fica devolvido no cadastro);    *
      *  (R)etenta   - devolve as falhas p/ a fila ate 3           *
      *                tentativas e imprime a relacao.             *
      *                                                             *
      *  Marcas do modelo: &RAZAO &NOME &ENDERECO &CIDADE &UF &CEP  *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgml01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqel01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is el01-chave
                  alternate record key is el01-chave-1 with duplicates
                  file status is el01-status.
      *
           select arqml01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ml01-chave
                  alternate record key is ml01-chave-1 with duplicates
                  file status is ml01-status.
      *
           select arqsp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sp01-chave
                  alternate record key is sp01-chave-1 with duplicates
                  alternate record key is sp01-chave-2 with duplicates
                  file status is sp01-status.
      *
           select arqtx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tx01-chave
                  file status is tx01-status.
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
           select arqspl assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is spl-status.
      *
           select arqeml assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is eml-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdel01.lib.
      *
       copy fdml01.lib.
      *
       copy fdsp01.lib.
      *
       copy fdtx01.lib.
      *
       copy fdab01.lib.
      *
       copy fdab04.lib.
      *
       copy fdcd01.lib.
      *
       copy fdsl01.lib.
      *
      *  Membro do arquivo de relatorios (SPL\SPnnnnnn.TXT)
      *
       fd arqspl
          label record is standard
          value of file-id is nome-spl
          data record is reg-spl.
      *
       01 reg-spl                      pic x(132).
      *
      *  Membro de e-mail (cabecalho + texto), um por endereco
      *
       fd arqeml
          label record is standard
          value of file-id is nome-eml
          data record is reg-eml.
      *
       01 reg-eml                      pic x(132).
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 el01-status                  pic x(02) value "00".
       01 el01-stat                    pic x(01) value "F".
      *
       01 nome-arq-el01.
          02 el01-dir                  pic x(03) value "EML".
          02 filler                    pic x(01) value "\".
          02 el01-nome-arq             pic x(08) value "ARQEL01A".
          02 filler                    pic x(01) value ".".
          02 el01-ext                  pic x(03) value "DAT".
      *
       01 ml01-status                  pic x(02) value "00".
       01 ml01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ml01.
          02 ml01-dir                  pic x(03) value "EML".
          02 filler                    pic x(01) value "\".
          02 ml01-nome-arq             pic x(08) value "ARQML01A".
          02 filler                    pic x(01) value ".".
          02 ml01-ext                  pic x(03) value "DAT".
      *
       01 sp01-status                  pic x(02) value "00".
       01 sp01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sp01.
          02 sp01-dir                  pic x(03) value "SPL".
          02 filler                    pic x(01) value "\".
          02 sp01-nome                 pic x(08) value "ARQSP01A".
          02 filler                    pic x(01) value ".".
          02 sp01-ext                  pic x(03) value "DAT".
      *
       01 tx01-status                  pic x(02) value "00".
       01 tx01-stat                    pic x(01) value "F".
      *
       01 nome-arq-tx01.
          02 tx01-dir                  pic x(03) value "CD2".
          02 filler                    pic x(01) value "\".
          02 tx01-nome                 pic x(08) value "ARQTX01A".
          02 filler                    pic x(01) value ".".
          02 tx01-ext                  pic x(03) value "DAT".
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
       01 cd01-status                  pic x(02) value "00".
       01 cd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cd01.
          02 cd01-dir                  pic x(03) value "CD1".
          02 filler                    pic x(01) value "\".
          02 cd01-nome                 pic x(08) value "ARQCD01A".
          02 filler                    pic x(01) value ".".
          02 cd01-ext                  pic x(03) value "DAT".
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
       01 spl-status                   pic x(02) value "00".
       01 nome-spl                     pic x(16) value spaces.
      *
       01 eml-status                   pic x(02) value "00".
       01 nome-eml.
          02 filler                    pic x(06) value "EML\ML".
          02 eml-numero                pic 9(06) value 0.
          02 filler                    pic x(04) value ".TXT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGML01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-60                     pic x(60) value spaces.
       01 limpa-70                     pic x(70) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 linha-tela                   pic 9(02) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 origem                    pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 condicao                  pic x(01) value spaces.
          02 titular                   pic 9(02) value 0.
          02 seq                       pic 9(02) value 0.
          02 email                     pic x(60) value spaces.
          02 optin                     pic x(01) value spaces.
          02 situacao                  pic x(01) value spaces.
          02 nome-pessoa               pic x(40) value spaces.
          02 fonte                     pic x(01) value spaces.
          02 numero-sp                 pic 9(06) value 0.
          02 modelo                    pic x(05) value spaces.
          02 assunto                   pic x(40) value spaces.
          02 destino                   pic x(01) value spaces.
          02 sele-situacao             pic 9(01) value 0.
          02 sele-categoria            pic 9(03) value 0.
          02 numero-ml                 pic 9(06) value 0.
          02 marca                     pic x(01) value spaces.
          02 flag-existe               pic x(01) value spaces.
      *
       01 numero                       pic 9(06) value 0.
       01 max-tentativas               pic 9(02) value 3.
       01 tot-gerados                  pic 9(05) value 0.
       01 tot-sem-email                pic 9(05) value 0.
       01 tot-retenta                  pic 9(05) value 0.
       01 tot-esgotadas                pic 9(05) value 0.
       01 chave-salva                  pic 9(06) value 0.
       01 chave-el01-salva             pic x(11) value spaces.
       01 hora-corrente                pic 9(08) value 0.
       01 qtd-arroba                   pic 9(02) comp-5 value 0.
       01 qtd-espaco                   pic 9(02) comp-5 value 0.
       01 pos-arroba                   pic 9(02) comp-5 value 0.
       01 tam-email                    pic 9(02) comp-5 value 0.
       01 pos-i                        pic 9(02) comp-5 value 0.
       01 flag-ponto                   pic x(01) value spaces.
      *
      *    Campos da pessoa p/ a fusao do modelo (carregados do
      *    cadastro de origem do endereco)
      *
       01 pessoa.
          02 pes-razao                 pic x(40) value spaces.
          02 pes-nome                  pic x(40) value spaces.
          02 pes-endereco              pic x(40) value spaces.
          02 pes-cidade                pic x(20) value spaces.
          02 pes-uf                    pic x(02) value spaces.
          02 pes-cep                   pic 9(08) value 0.
      *
      *    Fusao das marcas do modelo (mesma mecanica do pgtx01)
      *
       01 fus-entrada                  pic x(70) value spaces.
       01 fus-saida                    pic x(132) value spaces.
       01 fus-i                        pic 9(03) comp-5 value 0.
       01 fus-o                        pic 9(03) comp-5 value 0.
       01 fus-campo                    pic x(40) value spaces.
       01 fus-tamanho                  pic 9(02) comp-5 value 0.
       01 fus-marca                    pic 9(02) comp-5 value 0.
      *
       01 cab-eml-01.
          02 filler                    pic x(06) value "Para: ".
          02 cab-eml-email             pic x(60) value spaces.
      *
       01 cab-eml-02.
          02 filler                    pic x(06) value "Nome: ".
          02 cab-eml-nome              pic x(40) value spaces.
      *
       01 cab-eml-03.
          02 filler                    pic x(09) value "Assunto: ".
          02 cab-eml-assunto           pic x(40) value spaces.
      *
       01 cab-eml-04.
          02 filler                    pic x(06) value "De:   ".
          02 filler                    pic x(26) value
             "ABAV/SP - Data de envio: ".
          02 cab-eml-data              pic x(08) value spaces.
      *
       01 assunto-rel.
          02 filler                    pic x(10) value "Relatorio ".
          02 assunto-rel-prog          pic x(08) value spaces.
          02 filler                    pic x(04) value " de ".
          02 assunto-rel-data          pic x(08) value spaces.
      *
       01 sem-email-lin.
          02 filler                    pic x(02) value spaces.
          02 sem-origem                pic x(01) value spaces.
          02 filler                    pic x(01) value "-".
          02 sem-codigo                pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 sem-nome                  pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 sem-motivo                pic x(24) value spaces.
      *
       01 linha-disp.
          02 lin-numero                pic 9(06) value 0.
          02 filler                    pic x(01) value spaces.
          02 lin-origem                pic x(01) value spaces.
          02 filler                    pic x(01) value "-".
          02 lin-codigo                pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 lin-email                 pic x(40) value spaces.
          02 filler                    pic x(01) value spaces.
          02 lin-situacao              pic x(01) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lin-tentativas            pic 9(02) value 0.
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
          02 filler                    pic x(11) value spaces.
          02 cab-data                  pic x(08) value spaces.
      *
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
          02 line 04 column 42 foreground-color 06 background-color 01
             highlight value "E-mail - Cadastro e Envio".
          02 line 06 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (E/G/F/M/R)...:".
      *
       01 tela-enderecos.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Origem (A/T/C/S).....:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Codigo...............:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Sequencia (0=novo)...:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "E-mail...............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Aceita envio (S/N)...:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Situacao (A/D).......:".
      *
       01 tela-gera.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Fonte (R/M)..........:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Relatorio / Modelo...:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Assunto..............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Destino (U/S)........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Origem (A/T/C/S).....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Codigo...............:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Situacao (0=todas)...:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Categoria (0=todas)..:".
      *
       01 tela-marca.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Numero na fila.......:".
          02 line 08 column 40 foreground-color 06 background-color 01
             highlight value "Resultado (E/F/D):".
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
           move 03 to box-lin.
           move 76 to box-col-f.
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
       rot-open-el01.
           move 0 to erro.
           if el01-stat = "F"
              open i-o arqel01
              if el01-status = "35"
                 open output arqel01
                 close arqel01
                 open i-o arqel01
              end-if
              if el01-status not = "00"
                 move
                 " Erro de abertura no ARQEL01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to el01-stat
              end-if
           end-if.
      *
       rot-close-el01.
           if el01-stat = "A"
              close arqel01
              move "F" to el01-stat
           end-if.
      *
       rot-le-el01.
           move 0 to erro.
           read arqel01 invalid key move 1 to erro.
           if el01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-el01
           end-if.
      *
       rot-le-prox-el01.
           move 0 to erro.
           read arqel01 next record at end move 1 to erro.
           if el01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-el01
           end-if.
      *
       rot-open-ml01.
           move 0 to erro.
           if ml01-stat = "F"
              open i-o arqml01
              if ml01-status = "35"
                 open output arqml01
                 close arqml01
                 open i-o arqml01
                 if ml01-status = "00"
                    move high-values to ml01-chave-controle
                    move 0 to ml01-ult-num
                    write reg-ml01-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if ml01-status not = "00"
                 move
                 " Erro de abertura no ARQML01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ml01-stat
              end-if
           end-if.
      *
       rot-close-ml01.
           if ml01-stat = "A"
              close arqml01
              move "F" to ml01-stat
           end-if.
      *
       rot-le-ml01.
           move 0 to erro.
           read arqml01 invalid key move 1 to erro.
           if ml01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ml01
           end-if.
      *
       rot-le-prox-ml01.
           move 0 to erro.
           read arqml01 next record at end move 1 to erro.
           if ml01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ml01
           end-if.
      *
       rot-numero-ml.
           move high-values to ml01-chave-controle.
           perform rot-le-ml01.
           if erro not = 0
              go to rot-numero-ml-fim
           end-if.
           add 1 to ml01-ult-num.
           move ml01-ult-num to numero.
           rewrite reg-ml01-1 invalid key
                   move 1 to erro
           end-rewrite.
       rot-numero-ml-fim.
           exit.
      *
       rot-open-sp01.
           move 0 to erro.
           if sp01-stat = "F"
              open input arqsp01
              if sp01-status not = "00"
                 move
                 " Erro de abertura no ARQSP01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to sp01-stat
              end-if
           end-if.
      *
       rot-close-sp01.
           if sp01-stat = "A"
              close arqsp01
              move "F" to sp01-stat
           end-if.
      *
       rot-le-sp01.
           move 0 to erro.
           read arqsp01 invalid key move 1 to erro.
           if sp01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-sp01
           end-if.
      *
       rot-open-tx01.
           move 0 to erro.
           if tx01-stat = "F"
              open input arqtx01
              if tx01-status not = "00"
                 move
                 " Erro de abertura no ARQTX01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to tx01-stat
              end-if
           end-if.
      *
       rot-close-tx01.
           if tx01-stat = "A"
              close arqtx01
              move "F" to tx01-stat
           end-if.
      *
       rot-le-tx01.
           move 0 to erro.
           read arqtx01 invalid key move 1 to erro.
           if tx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-tx01
           end-if.
      *
       rot-le-prox-tx01.
           move 0 to erro.
           read arqtx01 next record at end move 1 to erro.
           if tx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tx01
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
       rot-open-ab04.
           move 0 to erro.
           if ab04-stat = "F"
              open input arqab04
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
       rot-le-ab04.
           move 0 to erro.
           read arqab04 invalid key move 1 to erro.
           if ab04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ab04
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
       rot-open-sl01.
           move 0 to erro.
           if sl01-stat = "F"
              open input arqsl01
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
       rot-le-sl01.
           move 0 to erro.
           read arqsl01 invalid key move 1 to erro.
           if sl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-sl01
           end-if.
      *
       rot-open-cadastros.
           perform rot-open-ab01.
           if erro not = 0
              go to rot-open-cadastros-fim
           end-if.
           perform rot-open-ab04.
           if erro not = 0
              go to rot-open-cadastros-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to rot-open-cadastros-fim
           end-if.
           perform rot-open-sl01.
       rot-open-cadastros-fim.
           exit.
      *
       rot-close-cadastros.
           perform rot-close-sl01.
           perform rot-close-cd01.
           perform rot-close-ab04.
           perform rot-close-ab01.
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
       rot-cabec.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move 7 to linha.
           write reg-imp from cab-abav.
           write reg-imp from cab-prog after 2 lines.
           write reg-imp from tracos after 1 line.
      *
      *    Pessoa do cadastro de origem (origem/codigo/condicao/
      *    titular) nos campos de fusao; erro = 1 se nao existe
      *
       rot-le-pessoa.
           move 0 to erro.
           move spaces to pes-razao pes-nome pes-endereco
                pes-cidade pes-uf.
           move 0 to pes-cep.
           evaluate true
               when origem = "A"
                    move codigo to ab01-codigo
                    perform rot-le-ab01
                    if erro = 0
                       move ab01-razao-social to pes-razao pes-nome
                       move ab01-endereco to pes-endereco
                       move ab01-cidade to pes-cidade
                       move ab01-uf to pes-uf
                       move ab01-cep to pes-cep
                    end-if
               when origem = "T"
                    move codigo to ab04-codigo
                    move condicao to ab04-condicao
                    move titular to ab04-titular
                    perform rot-le-ab04
                    if erro = 0
                       move ab04-nome-a to pes-nome
                       move ab04-endereco to pes-endereco
                       move ab04-cidade to pes-cidade
                       move ab04-uf to pes-uf
                       move ab04-cep to pes-cep
                       move codigo to ab01-codigo
                       perform rot-le-ab01
                       if erro = 0
                          move ab01-razao-social to pes-razao
                       end-if
                       move 0 to erro
                    end-if
               when origem = "C"
                    move codigo to cd01-codigo
                    perform rot-le-cd01
                    if erro = 0
                       move cd01-razao-social-a to pes-razao pes-nome
                       move cd01-endereco to pes-endereco
                       move cd01-cidade to pes-cidade
                       move cd01-uf to pes-uf
                       move cd01-cep to pes-cep
                    end-if
               when origem = "S"
                    move codigo to sl01-codigo
                    perform rot-le-sl01
                    if erro = 0
                       move sl01-empresa-a to pes-razao
                       move sl01-nome-a to pes-nome
                       move sl01-endereco to pes-endereco
                       move sl01-cidade to pes-cidade
                       move sl01-uf to pes-uf
                       move sl01-cep to pes-cep
                    end-if
               when other
                    move 1 to erro
           end-evaluate.
           move pes-nome to nome-pessoa.
      *
      *    Critica do endereco: um unico "@", sem espacos no meio,
      *    com algo antes e um "." depois do "@"
      *
       rot-valida-email.
           move 0 to erro qtd-arroba qtd-espaco pos-arroba tam-email.
           move "N" to flag-ponto.
           if email = spaces or email(1:1) = space
              move 1 to erro
              go to rot-valida-email-fim
           end-if.
           inspect email tallying qtd-arroba for all "@".
           if qtd-arroba not = 1
              move 1 to erro
              go to rot-valida-email-fim
           end-if.
           move 60 to tam-email.
       rot-valida-email-1.
           if email(tam-email:1) = space
              subtract 1 from tam-email
              go to rot-valida-email-1
           end-if.
           inspect email(1:tam-email) tallying qtd-espaco
                   for all space.
           if qtd-espaco not = 0
              move 1 to erro
              go to rot-valida-email-fim
           end-if.
           move 1 to pos-i.
       rot-valida-email-2.
           if pos-i > tam-email
              go to rot-valida-email-3
           end-if.
           if email(pos-i:1) = "@"
              move pos-i to pos-arroba
           end-if.
           if email(pos-i:1) = "." and pos-arroba not = 0 and
              pos-i > pos-arroba + 1 and pos-i < tam-email
              move "S" to flag-ponto
           end-if.
           add 1 to pos-i.
           go to rot-valida-email-2.
       rot-valida-email-3.
           if pos-arroba < 2 or flag-ponto not = "S"
              move 1 to erro
           end-if.
       rot-valida-email-fim.
           exit.
      *
      *    Troca das marcas na linha (fus-entrada -> fus-saida),
      *    mesma mecanica do pgtx01, com os campos da pessoa
      *
       rot-funde-linha.
           move spaces to fus-saida.
           move 1 to fus-i.
           move 1 to fus-o.
      *
       rot-funde-linha-1.
           if fus-i > 70 or fus-o > 132
              go to rot-funde-linha-fim
           end-if.
           if fus-entrada(fus-i:1) not = "&"
              move fus-entrada(fus-i:1) to fus-saida(fus-o:1)
              add 1 to fus-i
              add 1 to fus-o
              go to rot-funde-linha-1
           end-if.
           move 0 to fus-marca.
           if fus-i <= 62
              if fus-entrada(fus-i:9) = "&ENDERECO"
                 move pes-endereco to fus-campo
                 move 40 to fus-tamanho
                 move 9 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 64
              if fus-entrada(fus-i:7) = "&CIDADE"
                 move pes-cidade to fus-campo
                 move 20 to fus-tamanho
                 move 7 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 65
              if fus-entrada(fus-i:6) = "&RAZAO"
                 move pes-razao to fus-campo
                 move 40 to fus-tamanho
                 move 6 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 66
              if fus-entrada(fus-i:5) = "&NOME"
                 move pes-nome to fus-campo
                 move 40 to fus-tamanho
                 move 5 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 67
              if fus-entrada(fus-i:4) = "&CEP"
                 move spaces to fus-campo
                 move pes-cep to fus-campo(1:8)
                 move 8 to fus-tamanho
                 move 4 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 68
              if fus-entrada(fus-i:3) = "&UF"
                 move spaces to fus-campo
                 move pes-uf to fus-campo(1:2)
                 move 2 to fus-tamanho
                 move 3 to fus-marca
              end-if
           end-if.
           if fus-marca = 0
              move fus-entrada(fus-i:1) to fus-saida(fus-o:1)
              add 1 to fus-i
              add 1 to fus-o
              go to rot-funde-linha-1
           end-if.
           if fus-o + fus-tamanho > 132
              go to rot-funde-linha-fim
           end-if.
           move fus-campo(1:fus-tamanho) to
                fus-saida(fus-o:fus-tamanho)
           add fus-tamanho to fus-o.
           add fus-marca to fus-i.
           go to rot-funde-linha-1.
      *
       rot-funde-linha-fim.
           exit.
      *
       rot-limpa-painel.
           move 08 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 21
              go to rot-limpa-painel-fim
           end-if.
           display limpa-70 at line linha-tela column 05 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-painel-1.
       rot-limpa-painel-fim.
           exit.
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
           if funcao not = "E" and "G" and "F" and "M" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "E"
                         perform sec-enderecos
                    when funcao = "G"
                         perform sec-gera
                    when funcao = "F"
                         perform sec-fila
                    when funcao = "M"
                         perform sec-marca
                    when funcao = "R"
                         perform sec-retenta
           end-evaluate.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           exit.
      *
      ************************
      *                      *
      *  Enderecos           *
      *                      *
      ************************
      *
       sec-enderecos section.
      *
       lab-end-00.
           perform rot-open-el01.
           if erro not = 0
              go to lab-end-fim
           end-if.
           perform rot-open-cadastros thru rot-open-cadastros-fim.
           if erro not = 0
              go to lab-end-fim
           end-if.
           display tela-enderecos.
      *
       lab-end-01.
           move spaces to origem.
           perform lmp-origem thru lmp-situacao.
           perform acc-origem.
           if escape-key = 1
              go to lab-end-fim
           end-if.
           move origem to txt.
           perform rot-texto.
           move txt to origem.
           if origem not = "A" and "T" and "C" and "S"
              go to lab-end-01
           end-if.
      *
       lab-end-02.
           move 0 to codigo titular.
           move spaces to condicao.
           perform lmp-codigo.
           perform acc-codigo.
           if escape-key = 1
              go to lab-end-01
           end-if.
           if codigo = 0
              go to lab-end-02
           end-if.
           if origem not = "T"
              go to lab-end-03
           end-if.
           perform acc-condicao.
           if escape-key = 1
              go to lab-end-02
           end-if.
           move condicao to txt.
           perform rot-texto.
           move txt to condicao.
           perform acc-titular.
           if escape-key = 1
              go to lab-end-02
           end-if.
      *
       lab-end-03.
           perform rot-le-pessoa.
           if erro not = 0
              move 0 to erro
              move " Codigo nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-end-02
           end-if.
           display nome-pessoa(1:30) at 0942 with
                   foreground-color 15 background-color 01.
      *
       lab-end-04.
           move 0 to seq.
           perform lmp-seq thru lmp-situacao.
           perform acc-seq.
           if escape-key = 1
              go to lab-end-02
           end-if.
           if seq = 0
              move "N" to flag-existe
              move spaces to email
              move "S" to optin
              move "A" to situacao
              go to lab-end-05
           end-if.
           perform rot-chave-el01.
           perform rot-le-el01.
           if erro not = 0
              move 0 to erro
              move " Sequencia nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-end-04
           end-if.
           move "S" to flag-existe.
           move el01-email to email.
           move el01-optin to optin.
           move el01-situacao to situacao.
           perform dsp-email.
      *
       lab-end-05.
           perform acc-email.
           if escape-key = 1
              go to lab-end-04
           end-if.
           perform rot-valida-email thru rot-valida-email-fim.
           if erro not = 0
              move 0 to erro
              move " E-mail invalido - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-end-05
           end-if.
      *
       lab-end-06.
           perform acc-optin.
           if escape-key = 1
              go to lab-end-05
           end-if.
           move optin to txt.
           perform rot-texto.
           move txt to optin.
           if optin not = "S" and "N"
              go to lab-end-06
           end-if.
      *
       lab-end-07.
           perform acc-situacao.
           if escape-key = 1
              go to lab-end-06
           end-if.
           move situacao to txt.
           perform rot-texto.
           move txt to situacao.
           if situacao not = "A" and "D"
              go to lab-end-07
           end-if.
      *
       lab-end-08.
           if flag-existe = "S"
              move "(G)rava (E)xclui (N)ao ?" to mensagem
           else
              move "Confirma (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-end-07
           end-if.
           display tela-limpa-cad.
           if resposta = "N"
              go to lab-end-04
           end-if.
           if flag-existe = "S" and resposta = "E"
              perform rot-chave-el01
              perform rot-le-el01
              if erro = 0
                 delete arqel01 invalid key
                        move 1 to erro
                 end-delete
              end-if
              go to lab-end-09
           end-if.
           if (flag-existe = "S" and resposta not = "G") or
              (flag-existe = "N" and resposta not = "S")
              go to lab-end-08
           end-if.
           if flag-existe = "S"
              perform rot-chave-el01
              perform rot-le-el01
              if erro not = 0
                 go to lab-end-09
              end-if
              if situacao = "A" and el01-situacao = "D"
                 move 0 to el01-data-dev
              end-if
              perform rot-move-el01
              rewrite reg-el01 invalid key
                      move 1 to erro
              end-rewrite
              go to lab-end-09
           end-if.
      *
      *    Nova sequencia: a seguinte a ultima da pessoa
      *
           move 0 to seq.
           perform rot-chave-el01.
           start arqel01 key is not less el01-chave invalid key
                 go to lab-end-08a
           end-start.
       lab-end-08b.
           perform rot-le-prox-el01.
           if erro not = 0
              move 0 to erro
              go to lab-end-08a
           end-if.
           if el01-origem not = origem or el01-codigo not = codigo or
              el01-condicao not = condicao or
              el01-titular not = titular
              go to lab-end-08a
           end-if.
           move el01-seq to seq.
           go to lab-end-08b.
       lab-end-08a.
           if seq = 99
              move 1 to erro
              go to lab-end-09
           end-if.
           add 1 to seq.
           move spaces to reg-el01.
           perform rot-chave-el01.
           move 0 to el01-devolucoes el01-data-dev.
           perform rot-move-el01.
           write reg-el01 invalid key
                 move 1 to erro
           end-write.
      *
       lab-end-09.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQEL01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-end-04
           end-if.
           if flag-existe = "N"
              move spaces to mensagem
              string "E-mail gravado na sequencia " seq
                     " - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           go to lab-end-04.
      *
       rot-chave-el01.
           move origem to el01-origem.
           move codigo to el01-codigo.
           move condicao to el01-condicao.
           move titular to el01-titular.
           move seq to el01-seq.
      *
       rot-move-el01.
           move email to el01-email.
           move nome-pessoa to el01-nome.
           move optin to el01-optin.
           move situacao to el01-situacao.
           move param-usr to el01-usuario.
           move param-data to el01-data.
      *
       lab-end-fim.
           perform rot-close-cadastros.
           perform rot-close-el01.
           exit.
      *
      ************************
      *                      *
      *  Geracao             *
      *                      *
      ************************
      *
       sec-gera section.
      *
       lab-ger-00.
           perform rot-open-el01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-open-ml01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-open-sp01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-open-tx01.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           perform rot-open-cadastros thru rot-open-cadastros-fim.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           display tela-gera.
      *
       lab-ger-01.
           move spaces to fonte.
           perform lmp-fonte thru lmp-categoria.
           perform acc-fonte.
           if escape-key = 1
              go to lab-ger-fim
           end-if.
           move fonte to txt.
           perform rot-texto.
           move txt to fonte.
           if fonte not = "R" and "M"
              go to lab-ger-01
           end-if.
      *
       lab-ger-02.
           move spaces to assunto.
           if fonte = "M"
              go to lab-ger-02m
           end-if.
           move 0 to numero-sp.
           perform lmp-fonte-num.
           perform acc-numero-sp.
           if escape-key = 1
              go to lab-ger-01
           end-if.
           if numero-sp = 0
              go to lab-ger-02
           end-if.
           move numero-sp to sp01-numero.
           perform rot-le-sp01.
           if erro not = 0 or sp01-situacao not = "A"
              move 0 to erro
              move " Relatorio nao arquivado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ger-02
           end-if.
           move sp01-arquivo to nome-spl.
           move sp01-programa to assunto-rel-prog.
           move sp01-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to assunto-rel-data.
           move assunto-rel to assunto.
           go to lab-ger-03.
      *
       lab-ger-02m.
           move spaces to modelo.
           perform lmp-fonte-num.
           perform acc-modelo.
           if escape-key = 1
              go to lab-ger-01
           end-if.
           move modelo to txt.
           perform rot-texto.
           move txt to modelo.
           if modelo = spaces
              go to lab-ger-02m
           end-if.
           move modelo to tx01-modelo.
           move 1 to tx01-linha.
           perform rot-le-tx01.
           if erro not = 0
              move 0 to erro
              move " Modelo nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ger-02m
           end-if.
      *
       lab-ger-03.
           perform acc-assunto.
           if escape-key = 1
              go to lab-ger-02
           end-if.
           if assunto = spaces
              go to lab-ger-03
           end-if.
      *
       lab-ger-04.
           move spaces to destino.
           perform lmp-destino.
           perform acc-destino.
           if escape-key = 1
              go to lab-ger-03
           end-if.
           move destino to txt.
           perform rot-texto.
           move txt to destino.
           if destino not = "U" and "S"
              go to lab-ger-04
           end-if.
      *
       lab-ger-05.
           move spaces to origem.
           perform lmp-origem-g thru lmp-categoria.
           perform acc-origem-g.
           if escape-key = 1
              go to lab-ger-04
           end-if.
           move origem to txt.
           perform rot-texto.
           move txt to origem.
           if origem not = "A" and "T" and "C" and "S"
              go to lab-ger-05
           end-if.
           move 0 to codigo titular sele-situacao sele-categoria.
           move spaces to condicao.
           if destino = "S"
              go to lab-ger-07
           end-if.
      *
       lab-ger-06.
           perform acc-codigo-g.
           if escape-key = 1
              go to lab-ger-05
           end-if.
           if codigo = 0
              go to lab-ger-06
           end-if.
           if origem = "T"
              perform acc-condicao-g
              if escape-key = 1
                 go to lab-ger-06
              end-if
              move condicao to txt
              perform rot-texto
              move txt to condicao
              perform acc-titular-g
              if escape-key = 1
                 go to lab-ger-06
              end-if
           end-if.
           perform rot-le-pessoa.
           if erro not = 0
              move 0 to erro
              move " Codigo nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ger-06
           end-if.
           display nome-pessoa(1:30) at 1342 with
                   foreground-color 15 background-color 01.
           go to lab-ger-09.
      *
       lab-ger-07.
           if origem not = "A" and "T"
              go to lab-ger-09
           end-if.
           perform acc-situacao-g.
           if escape-key = 1
              go to lab-ger-05
           end-if.
      *
       lab-ger-08.
           perform acc-categoria.
           if escape-key = 1
              go to lab-ger-07
           end-if.
      *
       lab-ger-09.
           move "Confirma o envio (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ger-05
           end-if.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-ger-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-ger-fim
           end-if.
           move "Aguarde - gerando" to mensagem.
           display tela-mensagem-cad.
           move "Envio de E-mail - Destinos nao alcancados" to
                cab-titulo.
           perform rot-cabec.
           move 0 to tot-gerados tot-sem-email.
           move origem to el01-origem.
           move codigo to el01-codigo.
           move condicao to el01-condicao.
           move titular to el01-titular.
           move 0 to el01-seq.
           if destino = "S"
              move low-values to el01-chave(2:10)
           end-if.
           start arqel01 key is not less el01-chave invalid key
                 go to lab-ger-11
           end-start.
      *
       lab-ger-10.
           perform rot-le-prox-el01.
           if erro not = 0
              move 0 to erro
              go to lab-ger-11
           end-if.
           if el01-origem not = origem
              go to lab-ger-11
           end-if.
           if destino = "U"
              if el01-codigo not = codigo or
                 el01-condicao not = condicao or
                 el01-titular not = titular
                 go to lab-ger-11
              end-if
           end-if.
           if el01-situacao not = "A"
              move "ENDERECO DEVOLVIDO" to sem-motivo
              perform rot-sem-email
              go to lab-ger-10
           end-if.
           if destino = "S" and el01-optin not = "S"
              go to lab-ger-10
           end-if.
           if destino = "S"
              perform rot-filtro-selecao thru rot-filtro-selecao-fim
              if erro not = 0
                 move 0 to erro
                 go to lab-ger-10
              end-if
           end-if.
           perform rot-gera-membro thru rot-gera-membro-fim.
           go to lab-ger-10.
      *
       lab-ger-11.
           if destino = "U" and tot-gerados = 0
              move codigo to el01-codigo
              move nome-pessoa to el01-nome
              move "SEM E-MAIL ATIVO" to sem-motivo
              perform rot-sem-email
           end-if.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
           move spaces to mensagem.
           string "Na fila: " tot-gerados " Nao alcancados: "
                  tot-sem-email " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-ger-01.
      *
       lab-ger-fim.
           perform rot-close-imp.
           perform rot-close-cadastros.
           perform rot-close-tx01.
           perform rot-close-sp01.
           perform rot-close-ml01.
           perform rot-close-el01.
           exit.
      *
       rot-sem-email.
           add 1 to tot-sem-email.
           move el01-origem to sem-origem.
           move el01-codigo to sem-codigo.
           move el01-nome to sem-nome.
           write reg-imp from sem-email-lin after 1 line.
      *
      *    Selecao de associados/titulares: o associado precisa
      *    existir e passar no filtro de situacao/categoria
      *
       rot-filtro-selecao.
           move 0 to erro.
           if el01-origem not = "A" and "T"
              go to rot-filtro-selecao-fim
           end-if.
           move el01-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              go to rot-filtro-selecao-fim
           end-if.
           if sele-situacao not = 0
              if ab01-situacao not = sele-situacao
                 move 1 to erro
                 go to rot-filtro-selecao-fim
              end-if
           end-if.
           if sele-categoria not = 0
              if ab01-categoria not = sele-categoria
                 move 1 to erro
              end-if
           end-if.
       rot-filtro-selecao-fim.
           exit.
      *
      *    Membro do endereco corrente do ARQEL01: cabecalho +
      *    relatorio copiado ou modelo fundido, e a entrada
      *    pendente na fila
      *
       rot-gera-membro.
           move el01-chave to chave-el01-salva.
           perform rot-numero-ml.
           if erro not = 0
              move 0 to erro
              go to rot-gera-membro-fim
           end-if.
           move el01-codigo to codigo.
           move el01-condicao to condicao.
           move el01-titular to titular.
           perform rot-le-pessoa.
           move 0 to erro.
           move numero to eml-numero.
           open output arqeml.
           if eml-status not = "00"
              go to rot-gera-membro-fim
           end-if.
           move el01-email to cab-eml-email.
           move el01-nome to cab-eml-nome.
           move assunto to cab-eml-assunto.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-eml-data.
           write reg-eml from cab-eml-01.
           write reg-eml from cab-eml-02.
           write reg-eml from cab-eml-03.
           write reg-eml from cab-eml-04.
           write reg-eml from spaces.
           if fonte = "R"
              perform rot-copia-relatorio thru rot-copia-relatorio-fim
           else
              perform rot-funde-modelo thru rot-funde-modelo-fim
           end-if.
           close arqeml.
           move numero to ml01-numero.
           move "P" to ml01-situacao ml01-situacao-a.
           move fonte to ml01-fonte.
           move numero-sp to ml01-spool.
           move modelo to ml01-modelo.
           move assunto to ml01-assunto.
           move el01-origem to ml01-origem.
           move el01-codigo to ml01-codigo.
           move el01-condicao to ml01-condicao.
           move el01-titular to ml01-titular.
           move el01-seq to ml01-seq.
           move el01-nome to ml01-nome.
           move el01-email to ml01-email.
           move nome-eml to ml01-arquivo.
           move 0 to ml01-tentativas.
           accept hora-corrente from time.
           move hora-corrente(1:6) to ml01-hora.
           move param-usr to ml01-usuario.
           move param-data to ml01-data.
           write reg-ml01 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           add 1 to tot-gerados.
       rot-gera-membro-fim.
           move chave-el01-salva to el01-chave.
           start arqel01 key is greater el01-chave invalid key
                 continue
           end-start.
      *
       rot-copia-relatorio.
           open input arqspl.
           if spl-status not = "00"
              go to rot-copia-relatorio-fim
           end-if.
       rot-copia-relatorio-1.
           read arqspl at end
                go to rot-copia-relatorio-2
           end-read.
           write reg-eml from reg-spl.
           go to rot-copia-relatorio-1.
       rot-copia-relatorio-2.
           close arqspl.
       rot-copia-relatorio-fim.
           exit.
      *
       rot-funde-modelo.
           move modelo to tx01-modelo.
           move 0 to tx01-linha.
           start arqtx01 key is not less tx01-chave invalid key
                 go to rot-funde-modelo-fim
           end-start.
       rot-funde-modelo-1.
           perform rot-le-prox-tx01.
           if erro not = 0
              move 0 to erro
              go to rot-funde-modelo-fim
           end-if.
           if tx01-modelo not = modelo
              go to rot-funde-modelo-fim
           end-if.
           move tx01-texto to fus-entrada.
           perform rot-funde-linha thru rot-funde-linha-fim.
           write reg-eml from fus-saida.
           go to rot-funde-modelo-1.
       rot-funde-modelo-fim.
           exit.
      *
      ************************
      *                      *
      *  Fila na tela        *
      *                      *
      ************************
      *
       sec-fila section.
      *
       lab-fil-00.
           perform rot-open-ml01.
           if erro not = 0
              go to lab-fil-fim
           end-if.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           move 08 to linha-tela.
           move low-values to ml01-chave.
           start arqml01 key is not less ml01-chave invalid key
                 go to lab-fil-02
           end-start.
      *
       lab-fil-01.
           perform rot-le-prox-ml01.
           if erro not = 0
              move 0 to erro
              go to lab-fil-02
           end-if.
           if ml01-chave = high-values
              go to lab-fil-01
           end-if.
           if linha-tela > 21
              move "Tecle <Enter> p/ continuar ou <Esc> p/ sair" to
              mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
              if escape-key = 1
                 go to lab-fil-fim
              end-if
              perform rot-limpa-painel thru rot-limpa-painel-fim
              move 08 to linha-tela
           end-if.
           perform rot-move-linha.
           display linha-disp at line linha-tela column 06 with
                   foreground-color 15 background-color 01.
           add 1 to linha-tela.
           go to lab-fil-01.
      *
       lab-fil-02.
           move "Fim da fila - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-fil-fim.
           perform rot-close-ml01.
           exit.
      *
       rot-move-linha.
           move ml01-numero to lin-numero.
           move ml01-origem to lin-origem.
           move ml01-codigo to lin-codigo.
           move ml01-email to lin-email.
           move ml01-situacao to lin-situacao.
           move ml01-tentativas to lin-tentativas.
      *
      ************************
      *                      *
      *  Marcacao            *
      *                      *
      ************************
      *
       sec-marca section.
      *
       lab-mrc-00.
           perform rot-open-ml01.
           if erro not = 0
              go to lab-mrc-fim
           end-if.
           perform rot-open-el01.
           if erro not = 0
              go to lab-mrc-fim
           end-if.
           display tela-marca.
      *
       lab-mrc-01.
           move 0 to numero-ml.
           perform lmp-numero.
           perform acc-numero.
           if escape-key = 1
              go to lab-mrc-fim
           end-if.
           if numero-ml = 0
              go to lab-mrc-01
           end-if.
           move numero-ml to ml01-numero.
           perform rot-le-ml01.
           if erro not = 0
              move 0 to erro
              move " Numero fora da fila - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-mrc-01
           end-if.
           display ml01-email(1:50) at 0906 with
                   foreground-color 15 background-color 01.
      *
       lab-mrc-02.
           move spaces to marca.
           perform lmp-marca.
           perform acc-marca.
           if escape-key = 1
              perform lmp-marca
              go to lab-mrc-01
           end-if.
           move marca to txt.
           perform rot-texto.
           move txt to marca.
           if marca not = "E" and "F" and "D"
              go to lab-mrc-02
           end-if.
           move marca to ml01-situacao ml01-situacao-a.
           if marca = "F"
              add 1 to ml01-tentativas
           end-if.
           accept hora-corrente from time.
           move hora-corrente(1:6) to ml01-hora.
           move param-usr to ml01-usuario.
           move param-data to ml01-data.
           rewrite reg-ml01 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
      *
      *    Devolvido: o endereco sai das proximas remessas
      *
           if marca = "D"
              move ml01-origem to el01-origem
              move ml01-codigo to el01-codigo
              move ml01-condicao to el01-condicao
              move ml01-titular to el01-titular
              move ml01-seq to el01-seq
              perform rot-le-el01
              if erro = 0 and el01-email = ml01-email
                 move "D" to el01-situacao
                 add 1 to el01-devolucoes
                 move param-data to el01-data-dev
                 rewrite reg-el01 invalid key
                         continue
                 end-rewrite
              end-if
              move 0 to erro
           end-if.
           move "Resultado anotado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           perform lmp-marca.
           go to lab-mrc-01.
      *
       lab-mrc-fim.
           perform rot-close-el01.
           perform rot-close-ml01.
           exit.
      *
      ************************
      *                      *
      *  Nova tentativa      *
      *                      *
      ************************
      *
       sec-retenta section.
      *
       lab-rtt-00.
           perform rot-open-ml01.
           if erro not = 0
              go to lab-rtt-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rtt-fim
           end-if.
           move "Envio de E-mail - Novas Tentativas" to cab-titulo.
           perform rot-cabec.
           move 0 to tot-retenta tot-esgotadas.
           move low-values to ml01-chave.
           start arqml01 key is not less ml01-chave invalid key
                 go to lab-rtt-02
           end-start.
      *
       lab-rtt-01.
           perform rot-le-prox-ml01.
           if erro not = 0
              move 0 to erro
              go to lab-rtt-02
           end-if.
           if ml01-chave = high-values
              go to lab-rtt-01
           end-if.
           if ml01-situacao not = "F"
              go to lab-rtt-01
           end-if.
      *
      *    Esgotadas as tentativas, fica em falha e so sai na
      *    relacao
      *
           if ml01-tentativas not < max-tentativas
              add 1 to tot-esgotadas
              perform rot-move-linha
              write reg-imp from linha-disp after 1 line
              go to lab-rtt-01
           end-if.
           move "P" to ml01-situacao ml01-situacao-a.
           move param-usr to ml01-usuario.
           move param-data to ml01-data.
           move ml01-numero to chave-salva.
           rewrite reg-ml01 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           add 1 to tot-retenta.
           perform rot-move-linha.
           write reg-imp from linha-disp after 1 line.
           move chave-salva to ml01-numero.
           start arqml01 key is greater ml01-chave invalid key
                 go to lab-rtt-02
           end-start.
           go to lab-rtt-01.
      *
       lab-rtt-02.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move spaces to mensagem.
           string "Devolvidos a fila: " tot-retenta
                  " Esgotados: " tot-esgotadas
                  " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rtt-fim.
           perform rot-close-imp.
           perform rot-close-ml01.
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
           accept resposta at 2368 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-origem.
           accept origem at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-condicao.
           accept condicao at 0935 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-titular.
           accept titular at 0937 with auto update prompt
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
       acc-email.
           accept email at 1208 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-optin.
           accept optin at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-situacao.
           accept situacao at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fonte.
           accept fonte at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-numero-sp.
           accept numero-sp at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-modelo.
           accept modelo at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-assunto.
           accept assunto at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-destino.
           accept destino at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-origem-g.
           accept origem at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo-g.
           accept codigo at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-condicao-g.
           accept condicao at 1335 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-titular-g.
           accept titular at 1337 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-situacao-g.
           accept sele-situacao at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-categoria.
           accept sele-categoria at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-numero.
           accept numero-ml at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-marca.
           accept marca at 0859 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0629 with foreground-color 15
                   background-color 01.
      *
       dsp-email.
           display email at 1208 with foreground-color 15
                   background-color 01.
           display optin at 1329 with foreground-color 15
                   background-color 01.
           display situacao at 1429 with foreground-color 15
                   background-color 01.
           if el01-devolucoes not = 0
              move el01-data-dev to dias-corr
              move 1 to opcao-data
              perform rot-data
              display "Devolvido em" at 1433 with
                      foreground-color 06 background-color 01
              display data-disp at 1446 with foreground-color 15
                      background-color 01
           end-if.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0629 with foreground-color 15
                   background-color 01.
      *
       lmp-origem.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-seq.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-email.
           display limpa-60 at 1208 with foreground-color 15
                   background-color 01.
      *
       lmp-optin.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-fonte.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-fonte-num.
           display limpa-10 at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-assunto.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-destino.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-origem-g.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo-g.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao-g.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-categoria.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-numero.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
           display limpa-60 at 0906 with foreground-color 15
                   background-color 01.
      *
       lmp-marca.
           display limpa-10 at 0859 with foreground-color 15
                   background-color 01.
