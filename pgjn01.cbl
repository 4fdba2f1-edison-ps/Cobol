      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGJN01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Diario de Atualizacoes :                                   *
      *                                                             *
      *  Os programas de atualizacao dos arquivos principais        *
      *  (ARQAB01, ARQRC01, ARQBX01, ARQRE01, ARQBE01 e ARQCX01)    *
      *  gravam no ARQJN01, pela rotjn01, a imagem antes e depois   *
      *  de cada gravacao, regravacao e exclusao, com usuario,      *
      *  programa, data e hora :                                    *
      *                                                             *
      *  (H)istorico - todas as mudancas de um registro (arquivo    *
      *                + chave, ou o comeco da chave), com as       *
      *                imagens antes e depois;                      *
      *  (R)eaplica  - depois de uma restauracao pelo PGBK01,       *
      *                reaplica o diario sobre o arquivo (ou todos) *
      *                a partir do horario da copia catalogada na   *
      *                geracao restaurada ate a data/hora pedida;   *
      *                no fim o resumo mensal (ARQSM01) e refeito   *
      *                a partir do detalhe;                         *
      *  (L)impa     - elimina o diario anterior a uma data, que    *
      *                nao pode passar da ultima geracao de copia   *
      *                catalogada no ARQBK01.                       *
      *                                                             *
      *  Reaplicacao e limpeza exigem prioridade de supervisor e    *
      *  dupla confirmacao, como a restauracao do PGBK01.           *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgjn01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqjn01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is jn01-chave
                  alternate record key is jn01-chave-1 with duplicates
                  alternate record key is jn01-chave-2 with duplicates
                  file status is jn01-status.
      *
           select arqbk01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is bk01-chave
                  alternate record key is bk01-chave-1 with duplicates
                  file status is bk01-status.
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
           select arqbe01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is be01-chave
                  alternate record key is be01-chave-1 with duplicates
                  alternate record key is be01-chave-2 with duplicates
                  file status is be01-status.
      *
           select arqcx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cx01-chave
                  alternate record key is cx01-chave-1 with duplicates
                  file status is cx01-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdjn01.lib.
      *
       copy fdbk01.lib.
      *
       copy fdab01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdre01.lib.
      *
       copy fdbe01.lib.
      *
       copy fdcx01.lib.
      *
       fd arqimp
          label record is standard
          value of file-id is impress
          data record is reg-imp.
      *
       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 jn01-status                  pic x(02) value "00".
       01 jn01-stat                    pic x(01) value "F".
       01 nome-arq-jn01.
          02 jn01-dir                  pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 jn01-nome                 pic x(08) value "ARQJN01A".
          02 filler                    pic x(01) value ".".
          02 jn01-ext                  pic x(03) value "DAT".
      *
       01 bk01-status                  pic x(02) value "00".
       01 bk01-stat                    pic x(01) value "F".
       01 nome-arq-bk01.
          02 bk01-dir                  pic x(03) value "BAK".
          02 filler                    pic x(01) value "\".
          02 bk01-nome                 pic x(08) value "ARQBK01A".
          02 filler                    pic x(01) value ".".
          02 bk01-ext                  pic x(03) value "DAT".
      *
       01 ab01-status                  pic x(02) value "00".
       01 nome-arq-ab01.
          02 ab01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ab01-nome                 pic x(08) value "ARQAB01A".
          02 filler                    pic x(01) value ".".
          02 ab01-ext                  pic x(03) value "DAT".
      *
       01 rc01-status                  pic x(02) value "00".
       01 nome-arq-rc01.
          02 rc01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rc01-nome                 pic x(08) value "ARQRC01A".
          02 filler                    pic x(01) value ".".
          02 rc01-ext                  pic x(03) value "DAT".
      *
       01 bx01-status                  pic x(02) value "00".
       01 nome-arq-bx01.
          02 bx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 bx01-nome                 pic x(08) value "ARQBX01A".
          02 filler                    pic x(01) value ".".
          02 bx01-ext                  pic x(03) value "DAT".
      *
       01 re01-status                  pic x(02) value "00".
       01 nome-arq-re01.
          02 re01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 re01-nome                 pic x(08) value "ARQRE01A".
          02 filler                    pic x(01) value ".".
          02 re01-ext                  pic x(03) value "DAT".
      *
       01 be01-status                  pic x(02) value "00".
       01 nome-arq-be01.
          02 be01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 be01-nome                 pic x(08) value "ARQBE01A".
          02 filler                    pic x(01) value ".".
          02 be01-ext                  pic x(03) value "DAT".
      *
       01 cx01-status                  pic x(02) value "00".
       01 nome-arq-cx01.
          02 cx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 cx01-nome                 pic x(08) value "ARQCX01A".
          02 filler                    pic x(01) value ".".
          02 cx01-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGJN01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 arquivo-sel               pic x(08) value spaces.
          02 chave-sel                 pic x(40) value spaces.
          02 geracao-rest              pic 9(06) value 0.
          02 ate-data                  pic 9(06) value 0.
          02 ate-hora                  pic 9(04) value 0.
      *
      *  Arquivos com diario; inicio da reaplicacao de cada um
      *  (data e hora da copia catalogada na geracao restaurada)
      *
       01 tab-arquivos-x.
          02 filler                    pic x(08) value "ARQAB01A".
          02 filler                    pic x(08) value "ARQRC01A".
          02 filler                    pic x(08) value "ARQBX01A".
          02 filler                    pic x(08) value "ARQRE01A".
          02 filler                    pic x(08) value "ARQBE01A".
          02 filler                    pic x(08) value "ARQCX01A".
       01 tab-arquivos-r redefines tab-arquivos-x.
          02 tab-arquivo               pic x(08) occurs 6.
      *
       01 tab-inicio.
          02 ini-item                  occurs 6.
             03 ini-sel                pic x(01).
             03 ini-carimbo.
                04 ini-data            pic 9(05).
                04 ini-hora            pic 9(08).
             03 ini-aplicados          pic 9(07).
             03 ini-erros              pic 9(07).
      *
       01 arq-idx                      pic 9(02) comp-5 value 0.
       01 arq-achado                   pic 9(02) comp-5 value 0.
       01 chave-tam                    pic 9(02) comp-5 value 0.
       01 img-pos                      pic 9(04) comp-5 value 0.
       01 img-tam                      pic 9(04) comp-5 value 0.
       01 cont-lidos                   pic 9(07) value 0.
       01 cont-aplicados               pic 9(07) value 0.
       01 cont-erros                   pic 9(07) value 0.
       01 cont-excluidos               pic 9(07) value 0.
       01 cont-somados                 pic 9(07) value 0.
       01 maior-geracao                pic 9(06) value 0.
       01 resultado                    pic x(10) value spaces.
      *
      *
      *    Area da rotsm01 (a mesma do diario de atualizacoes)
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
       01 carimbo-min.
          02 min-data                  pic 9(05) value 0.
          02 min-hora                  pic 9(08) value 0.
       01 carimbo-fim.
          02 fim-data                  pic 9(05) value 0.
          02 fim-hora                  pic 9(08) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
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
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-selecao.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(10) value "Arquivo : ".
          02 cab-arquivo               pic x(08) value spaces.
          02 filler                    pic x(10) value "  Chave : ".
          02 cab-chave                 pic x(40) value spaces.
      *
       01 cab-periodo.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(20) value
             "Geracao restaurada: ".
          02 cab-geracao               pic x(08) value spaces.
          02 filler                    pic x(10) value "  - ate : ".
          02 cab-ate-data              pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-ate-hora              pic 99b99.
      *
       01 cab-tit.
          02 filler                    pic x(11) value "Sequencial".
          02 filler                    pic x(10) value "Data".
          02 filler                    pic x(10) value "Hora".
          02 filler                    pic x(10) value "Arquivo".
          02 filler                    pic x(12) value "Operacao".
          02 filler                    pic x(11) value "Usuario".
          02 filler                    pic x(10) value "Programa".
          02 filler                    pic x(42) value "Chave".
          02 filler                    pic x(10) value "Resultado".
      *
       01 det-lin.
          02 det-sequencial            pic z(08)9.
          02 filler                    pic x(02) value spaces.
          02 det-data                  pic x(08).
          02 filler                    pic x(02) value spaces.
          02 det-hora                  pic 99b99b99.
          02 filler                    pic x(02) value spaces.
          02 det-arquivo               pic x(08).
          02 filler                    pic x(02) value spaces.
          02 det-operacao              pic x(10).
          02 filler                    pic x(02) value spaces.
          02 det-usuario               pic x(10).
          02 filler                    pic x(01) value spaces.
          02 det-programa              pic x(08).
          02 filler                    pic x(02) value spaces.
          02 det-chave                 pic x(40).
          02 filler                    pic x(02) value spaces.
          02 det-resultado             pic x(10).
      *
       01 img-lin.
          02 filler                    pic x(11) value spaces.
          02 img-rotulo                pic x(08).
          02 img-texto                 pic x(100).
      *
       01 tot-lin.
          02 filler                    pic x(02) value spaces.
          02 tot-rotulo                pic x(30) value spaces.
          02 tot-valor                 pic z.zzz.zz9.
      *
       01 hora-disp                    pic 9(06) value 0.
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
          02 line 04 column 46 foreground-color 06 background-color 01
             highlight value "Diario de Atualizacoes".
          02 line 06 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (H/R/L).......:".
          02 line 07 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo (ARQxxxxx)...:".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Chave (ou inicio)....:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Geracao (ddmmaa).....:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Ate/Limite (ddmmaa)..:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Ate hora (hhmm)......:".
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
       rot-le-prox-jn01.
           move 0 to erro.
           read arqjn01 next record at end move 1 to erro.
           if jn01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-jn01
           end-if.
      *
       rot-le-prox-bk01.
           move 0 to erro.
           read arqbk01 next record at end move 1 to erro.
           if bk01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-bk01
           end-if.
      *
       rot-le-bk01.
           move 0 to erro.
           read arqbk01 invalid key move 1 to erro.
           if bk01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-bk01
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
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
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
           if funcao = "R"
              write reg-imp from cab-periodo after 1 line
           else
              write reg-imp from cab-selecao after 1 line
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Linha de um lancamento do diario
      *
       rot-imprime.
           if linha > 56
              perform rot-cabec
           end-if.
           move jn01-sequencial to det-sequencial.
           move jn01-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to det-data.
           move jn01-hora(1:6) to hora-disp.
           move hora-disp to det-hora.
           move jn01-arquivo to det-arquivo.
           evaluate jn01-operacao
                    when "W"
                         move "GRAVACAO" to det-operacao
                    when "R"
                         move "REGRAVACAO" to det-operacao
                    when "D"
                         move "EXCLUSAO" to det-operacao
                    when other
                         move jn01-operacao to det-operacao
           end-evaluate.
           move jn01-usuario to det-usuario.
           move jn01-programa to det-programa.
           move jn01-chave-reg to det-chave.
           move resultado to det-resultado.
           write reg-imp from det-lin after 1 line.
           add 1 to linha.
      *
      *    Imagens antes e depois, em linhas de 100 posicoes
      *
       rot-imprime-imagens.
           move jn01-tamanho to img-tam.
           if img-tam = 0 or img-tam > 500
              move 500 to img-tam
           end-if.
           if jn01-antes not = spaces
              move "Antes :" to img-rotulo
              perform rot-imp-antes thru rot-imp-antes-fim
                      varying img-pos from 1 by 100
                      until img-pos > img-tam
           end-if.
           if jn01-depois not = spaces
              move "Depois:" to img-rotulo
              perform rot-imp-depois thru rot-imp-depois-fim
                      varying img-pos from 1 by 100
                      until img-pos > img-tam
           end-if.
           write reg-imp from spaces after 1 line.
           add 1 to linha.
      *
       rot-imp-antes.
           if linha > 56
              perform rot-cabec
           end-if.
           move jn01-antes(img-pos:100) to img-texto.
           write reg-imp from img-lin after 1 line.
           add 1 to linha.
           move spaces to img-rotulo.
       rot-imp-antes-fim.
           exit.
      *
       rot-imp-depois.
           if linha > 56
              perform rot-cabec
           end-if.
           move jn01-depois(img-pos:100) to img-texto.
           write reg-imp from img-lin after 1 line.
           add 1 to linha.
           move spaces to img-rotulo.
       rot-imp-depois-fim.
           exit.
      *
       rot-imprime-total.
           if linha > 56
              perform rot-cabec
           end-if.
           write reg-imp from tot-lin after 1 line.
           add 1 to linha.
      *
      *    Posicao do arquivo informado na tabela de arquivos com
      *    diario (arq-achado = 0 quando nao tem diario)
      *
       rot-acha-arquivo.
           move 0 to arq-achado.
           perform rot-acha-arquivo-1 thru rot-acha-arquivo-1-fim
                   varying arq-idx from 1 by 1 until arq-idx > 6.
       rot-acha-arquivo-fim.
           exit.
      *
       rot-acha-arquivo-1.
           if tab-arquivo(arq-idx) = arquivo-sel
              move arq-idx to arq-achado
           end-if.
       rot-acha-arquivo-1-fim.
           exit.
      *
      *    Tamanho util da chave informada (ate o ultimo nao branco)
      *
       rot-tamanho-chave.
           move 40 to chave-tam.
       rot-tamanho-chave-1.
           if chave-tam = 0
              go to rot-tamanho-chave-fim
           end-if.
           if chave-sel(chave-tam:1) = space
              subtract 1 from chave-tam
              go to rot-tamanho-chave-1
           end-if.
       rot-tamanho-chave-fim.
           exit.
      *
      *    Maior geracao catalogada no ARQBK01
      *
       rot-maior-geracao.
           move 0 to maior-geracao.
           open input arqbk01.
           if bk01-status not = "00"
              go to rot-maior-geracao-fim
           end-if.
           move low-values to bk01-chave.
           start arqbk01 key is not less bk01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              close arqbk01
              go to rot-maior-geracao-fim
           end-if.
       rot-maior-geracao-1.
           perform rot-le-prox-bk01.
           if erro not = 0
              move 0 to erro
              close arqbk01
              go to rot-maior-geracao-fim
           end-if.
           if bk01-geracao > maior-geracao
              move bk01-geracao to maior-geracao
           end-if.
           go to rot-maior-geracao-1.
       rot-maior-geracao-fim.
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
           if funcao not = "H" and "R" and "L"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if (funcao = "R" or "L") and param-prioridade < 9
              move " Funcao exige prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fun-01
           end-if.
           evaluate true
                    when funcao = "H"
                         perform sec-historico
                    when funcao = "R"
                         perform sec-reaplica
                    when funcao = "L"
                         perform sec-limpa
           end-evaluate.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao thru lmp-ate-hora.
           exit.
      *
      ************************
      *                      *
      *  Historico           *
      *                      *
      ************************
      *
       sec-historico section.
      *
       lab-his-01.
           move spaces to arquivo-sel.
           perform lmp-arquivo.
           perform acc-arquivo.
           if escape-key = 1
              go to lab-his-fim
           end-if.
           move arquivo-sel to txt.
           perform rot-texto.
           move txt to arquivo-sel.
           perform dsp-arquivo.
           perform rot-acha-arquivo thru rot-acha-arquivo-fim.
           if arq-achado = 0
              move " Arquivo sem diario - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-his-01
           end-if.
      *
       lab-his-02.
           move spaces to chave-sel.
           perform lmp-chave.
           perform acc-chave.
           if escape-key = 1
              perform lmp-chave
              go to lab-his-01
           end-if.
           perform rot-tamanho-chave thru rot-tamanho-chave-fim.
      *
       lab-his-03.
           open input arqjn01.
           if jn01-status not = "00"
              move " Diario vazio ou inacessivel - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-his-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              close arqjn01
              go to lab-his-fim
           end-if.
           move "Historico de Registro - Diario" to cab-titulo.
           move arquivo-sel to cab-arquivo.
           move chave-sel to cab-chave.
           move 0 to pagina cont-lidos.
           perform rot-cabec.
           move arquivo-sel to jn01-arquivo.
           move chave-sel to jn01-chave-reg.
           start arqjn01 key is not less jn01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-his-05
           end-if.
      *
       lab-his-04.
           perform rot-le-prox-jn01.
           if erro not = 0
              move 0 to erro
              go to lab-his-05
           end-if.
           if jn01-arquivo not = arquivo-sel
              go to lab-his-05
           end-if.
           if chave-tam > 0
              if jn01-chave-reg(1:chave-tam) not =
                 chave-sel(1:chave-tam)
                 go to lab-his-05
              end-if
           end-if.
           add 1 to cont-lidos.
           move spaces to resultado.
           perform rot-imprime.
           perform rot-imprime-imagens.
           go to lab-his-04.
      *
       lab-his-05.
           move "Alteracoes listadas" to tot-rotulo.
           move cont-lidos to tot-valor.
           write reg-imp from tracos after 1 line.
           perform rot-imprime-total.
           perform rot-close-imp.
           close arqjn01.
           move spaces to mensagem.
           string "Alteracoes listadas: " cont-lidos " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-his-fim.
           perform lmp-arquivo thru lmp-chave.
           exit.
      *
      ************************
      *                      *
      *  Reaplicacao         *
      *                      *
      ************************
      *
       sec-reaplica section.
      *
       lab-rea-01.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-geracao.
           perform acc-geracao.
           if escape-key = 1
              go to lab-rea-fim
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              go to lab-rea-01
           end-if.
           move dias-corr to geracao-rest.
      *
       lab-rea-02.
           move spaces to arquivo-sel.
           perform lmp-arquivo.
           perform acc-arquivo.
           if escape-key = 1
              perform lmp-arquivo
              go to lab-rea-01
           end-if.
           move arquivo-sel to txt.
           perform rot-texto.
           move txt to arquivo-sel.
           if arquivo-sel = spaces
              move "TODOS" to arquivo-sel
           end-if.
           perform dsp-arquivo.
           if arquivo-sel not = "TODOS"
              perform rot-acha-arquivo thru rot-acha-arquivo-fim
              if arq-achado = 0
                 move " Arquivo sem diario - Tecle <Enter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-rea-02
              end-if
           end-if.
      *
       lab-rea-03.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform lmp-ate-data.
           perform acc-ate-data.
           if escape-key = 1
              perform lmp-ate-data
              go to lab-rea-02
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              go to lab-rea-03
           end-if.
           move dias-corr to ate-data.
           move data-disp to cab-ate-data.
      *
       lab-rea-04.
           move 2359 to ate-hora.
           perform lmp-ate-hora.
           perform acc-ate-hora.
           if escape-key = 1
              perform lmp-ate-hora
              go to lab-rea-03
           end-if.
           if ate-hora(1:2) > "23" or ate-hora(3:2) > "59"
              go to lab-rea-04
           end-if.
           move ate-data to fim-data.
           compute fim-hora = ate-hora * 10000 + 5999.
           move ate-hora to cab-ate-hora.
      *
      *    Ponto de partida de cada arquivo: a copia catalogada
      *    na geracao restaurada
      *
       lab-rea-05.
           open input arqbk01.
           if bk01-status not = "00"
              move " Catalogo de copias inacessivel - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rea-fim
           end-if.
           move 0 to arq-achado.
           move high-values to carimbo-min.
           perform rot-rea-inicio thru rot-rea-inicio-fim
                   varying arq-idx from 1 by 1 until arq-idx > 6.
           close arqbk01.
           if arq-achado = 0
              move " Geracao sem copia catalogada - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rea-01
           end-if.
      *
       lab-rea-06.
           move " A reaplicacao ALTERA os arquivos - Confirma (S) (N) ?"
                to mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-rea-04
           end-if.
           move " TEM CERTEZA ? So depois da restauracao (S) (N) ?" to
           mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-rea-04
           end-if.
      *
       lab-rea-07.
           open input arqjn01.
           if jn01-status not = "00"
              move " Diario vazio ou inacessivel - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rea-fim
           end-if.
           open i-o arqab01 arqrc01 arqbx01 arqre01 arqbe01 arqcx01.
           if ab01-status not = "00" or rc01-status not = "00" or
              bx01-status not = "00" or re01-status not = "00" or
              be01-status not = "00" or cx01-status not = "00"
              close arqjn01 arqab01 arqrc01 arqbx01 arqre01 arqbe01
                    arqcx01
              move " Erro de abertura dos arquivos - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rea-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              close arqjn01 arqab01 arqrc01 arqbx01 arqre01 arqbe01
                    arqcx01
              go to lab-rea-fim
           end-if.
           move "Reaplicacao do Diario" to cab-titulo.
           move geracao-rest to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-geracao.
           move 0 to pagina cont-lidos cont-aplicados cont-erros.
           perform rot-cabec.
           move "Reaplicando - Aguarde" to mensagem.
           display tela-mensagem-cad.
           move min-data to jn01-data.
           move min-hora to jn01-hora.
           start arqjn01 key is greater jn01-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rea-09
           end-if.
      *
       lab-rea-08.
           perform rot-le-prox-jn01.
           if erro not = 0
              move 0 to erro
              go to lab-rea-09
           end-if.
           if jn01-chave-2 > carimbo-fim
              go to lab-rea-09
           end-if.
           move jn01-arquivo to arquivo-sel.
           perform rot-acha-arquivo thru rot-acha-arquivo-fim.
           if arq-achado = 0
              go to lab-rea-08
           end-if.
           if ini-sel(arq-achado) not = "S"
              go to lab-rea-08
           end-if.
           if jn01-chave-2 not > ini-carimbo(arq-achado)
              go to lab-rea-08
           end-if.
           add 1 to cont-lidos.
           evaluate arq-achado
                    when 1
                         perform rot-aplica-ab01
                    when 2
                         perform rot-aplica-rc01
                    when 3
                         perform rot-aplica-bx01
                    when 4
                         perform rot-aplica-re01
                    when 5
                         perform rot-aplica-be01
                    when 6
                         perform rot-aplica-cx01
           end-evaluate.
           if resultado = "OK"
              add 1 to cont-aplicados
              add 1 to ini-aplicados(arq-achado)
           else
              add 1 to cont-erros
              add 1 to ini-erros(arq-achado)
           end-if.
           perform rot-imprime.
           go to lab-rea-08.
      *
       lab-rea-09.
           close arqjn01 arqab01 arqrc01 arqbx01 arqre01 arqbe01
                 arqcx01.
           write reg-imp from tracos after 1 line.
           perform rot-rea-total thru rot-rea-total-fim
                   varying arq-idx from 1 by 1 until arq-idx > 6.
           move "Total reaplicado" to tot-rotulo.
           move cont-aplicados to tot-valor.
           perform rot-imprime-total.
           move "Total com divergencia" to tot-rotulo.
           move cont-erros to tot-valor.
           perform rot-imprime-total.
           perform sec-resumo.
           if jor-ok = "S"
              move "Resumo mensal refeito (reg.)" to tot-rotulo
              move cont-somados to tot-valor
           else
              move "Resumo mensal: rodar o PGSM01" to tot-rotulo
              move 0 to tot-valor
           end-if.
           perform rot-imprime-total.
           perform rot-close-imp.
           display tela-limpa-cad.
           move spaces to mensagem.
           string "Reaplicados " cont-aplicados " Divergentes "
                  cont-erros " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rea-fim.
           perform lmp-arquivo.
           perform lmp-geracao thru lmp-ate-hora.
           exit.
      *
      *    Inicio de um arquivo: data/hora da copia na geracao
      *
       rot-rea-inicio.
           move "N" to ini-sel(arq-idx).
           move 0 to ini-aplicados(arq-idx) ini-erros(arq-idx).
           move high-values to ini-carimbo(arq-idx).
           if arquivo-sel not = "TODOS" and
              arquivo-sel not = tab-arquivo(arq-idx)
              go to rot-rea-inicio-fim
           end-if.
           move geracao-rest to bk01-geracao.
           move tab-arquivo(arq-idx) to bk01-arquivo.
           perform rot-le-bk01.
           if erro not = 0
              move 0 to erro
              go to rot-rea-inicio-fim
           end-if.
           move "S" to ini-sel(arq-idx).
           move bk01-geracao to ini-data(arq-idx).
           compute ini-hora(arq-idx) = bk01-hora * 100.
           if ini-carimbo(arq-idx) < carimbo-min
              move ini-carimbo(arq-idx) to carimbo-min
           end-if.
           add 1 to arq-achado.
       rot-rea-inicio-fim.
           exit.
      *
       rot-rea-total.
           if ini-sel(arq-idx) = "S"
              move spaces to tot-rotulo
              string tab-arquivo(arq-idx) " reaplicados"
                     delimited by size into tot-rotulo
              end-string
              move ini-aplicados(arq-idx) to tot-valor
           else
              if arquivo-sel not = "TODOS" and
                 arquivo-sel not = tab-arquivo(arq-idx)
                 go to rot-rea-total-fim
              end-if
              move spaces to tot-rotulo
              string tab-arquivo(arq-idx) " sem copia na geracao"
                     delimited by size into tot-rotulo
              end-string
              move 0 to tot-valor
           end-if.
           perform rot-imprime-total.
       rot-rea-total-fim.
           exit.
      *
      *    Aplicacao de um lancamento: gravacao e regravacao levam
      *    a imagem depois (gravando ou regravando conforme o
      *    registro exista); exclusao apaga pela imagem antes
      *
       rot-aplica-ab01.
           move "OK" to resultado.
           if jn01-operacao = "D"
              move jn01-antes to reg-ab01
              delete arqab01 invalid key
                     move "NAO ENCON." to resultado
              end-delete
           else
              move jn01-depois to reg-ab01
              rewrite reg-ab01 invalid key
                      write reg-ab01 invalid key
                            move "ERRO GRAV." to resultado
                      end-write
              end-rewrite
           end-if.
      *
       rot-aplica-rc01.
           move "OK" to resultado.
           if jn01-operacao = "D"
              move jn01-antes to reg-rc01
              delete arqrc01 invalid key
                     move "NAO ENCON." to resultado
              end-delete
           else
              move jn01-depois to reg-rc01
              rewrite reg-rc01 invalid key
                      write reg-rc01 invalid key
                            move "ERRO GRAV." to resultado
                      end-write
              end-rewrite
           end-if.
      *
       rot-aplica-bx01.
           move "OK" to resultado.
           if jn01-operacao = "D"
              move jn01-antes to reg-bx01
              delete arqbx01 invalid key
                     move "NAO ENCON." to resultado
              end-delete
           else
              move jn01-depois to reg-bx01
              rewrite reg-bx01 invalid key
                      write reg-bx01 invalid key
                            move "ERRO GRAV." to resultado
                      end-write
              end-rewrite
           end-if.
      *
       rot-aplica-re01.
           move "OK" to resultado.
           if jn01-operacao = "D"
              move jn01-antes to reg-re01
              delete arqre01 invalid key
                     move "NAO ENCON." to resultado
              end-delete
           else
              move jn01-depois to reg-re01
              rewrite reg-re01 invalid key
                      write reg-re01 invalid key
                            move "ERRO GRAV." to resultado
                      end-write
              end-rewrite
           end-if.
      *
       rot-aplica-be01.
           move "OK" to resultado.
           if jn01-operacao = "D"
              move jn01-antes to reg-be01
              delete arqbe01 invalid key
                     move "NAO ENCON." to resultado
              end-delete
           else
              move jn01-depois to reg-be01
              rewrite reg-be01 invalid key
                      write reg-be01 invalid key
                            move "ERRO GRAV." to resultado
                      end-write
              end-rewrite
           end-if.
      *
       rot-aplica-cx01.
           move "OK" to resultado.
           if jn01-operacao = "D"
              move jn01-antes to reg-cx01
              delete arqcx01 invalid key
                     move "NAO ENCON." to resultado
              end-delete
           else
              move jn01-depois to reg-cx01
              rewrite reg-cx01 invalid key
                      write reg-cx01 invalid key
                            move "ERRO GRAV." to resultado
                      end-write
              end-rewrite
           end-if.
      *
      ************************
      *                      *
      *  Resumo mensal       *
      *                      *
      ************************
      *
      *    Depois da reaplicacao o ARQSM01 e refeito a partir do
      *    detalhe (como a reconstrucao do PGSM01), ja que a copia
      *    restaurada do resumo nao acompanha o diario reaplicado
      *
       sec-resumo section.
      *
       lab-rs-00.
           move 0 to cont-somados.
           move cb-programa to jor-programa.
           move param-usr to jor-usuario.
           move param-data to jor-data.
           move "I" to jor-operacao.
           move spaces to jor-arquivo.
           call "rotsm01" using campo-jornal.
           if jor-ok not = "S"
              go to lab-rs-fim
           end-if.
           move "W" to jor-operacao.
           move spaces to jor-antes.
      *
       lab-rs-01.
           open input arqrc01.
           if rc01-status not = "00"
              go to lab-rs-03
           end-if.
           move "ARQRC01A" to jor-arquivo.
      *
       lab-rs-02.
           read arqrc01 next record at end
                close arqrc01
                go to lab-rs-03
           end-read.
           if rc01-chave = high-values
              go to lab-rs-02
           end-if.
           add 1 to cont-somados.
           move reg-rc01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-rs-02.
      *
       lab-rs-03.
           open input arqbx01.
           if bx01-status not = "00"
              go to lab-rs-05
           end-if.
           move "ARQBX01A" to jor-arquivo.
      *
       lab-rs-04.
           read arqbx01 next record at end
                close arqbx01
                go to lab-rs-05
           end-read.
           if bx01-chave = high-values
              go to lab-rs-04
           end-if.
           add 1 to cont-somados.
           move reg-bx01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-rs-04.
      *
       lab-rs-05.
           open input arqre01.
           if re01-status not = "00"
              go to lab-rs-07
           end-if.
           move "ARQRE01A" to jor-arquivo.
      *
       lab-rs-06.
           read arqre01 next record at end
                close arqre01
                go to lab-rs-07
           end-read.
           if re01-chave = high-values
              go to lab-rs-06
           end-if.
           add 1 to cont-somados.
           move reg-re01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-rs-06.
      *
       lab-rs-07.
           open input arqbe01.
           if be01-status not = "00"
              go to lab-rs-09
           end-if.
           move "ARQBE01A" to jor-arquivo.
      *
       lab-rs-08.
           read arqbe01 next record at end
                close arqbe01
                go to lab-rs-09
           end-read.
           if be01-chave = high-values
              go to lab-rs-08
           end-if.
           add 1 to cont-somados.
           move reg-be01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-rs-08.
      *
       lab-rs-09.
           open input arqcx01.
           if cx01-status not = "00"
              go to lab-rs-11
           end-if.
           move "ARQCX01A" to jor-arquivo.
      *
       lab-rs-10.
           read arqcx01 next record at end
                close arqcx01
                go to lab-rs-11
           end-read.
           if cx01-chave = high-values
              go to lab-rs-10
           end-if.
           add 1 to cont-somados.
           move reg-cx01 to jor-depois.
           call "rotsm01" using campo-jornal.
           go to lab-rs-10.
      *
       lab-rs-11.
           move "F" to jor-operacao.
           call "rotsm01" using campo-jornal.
           move "S" to jor-ok.
      *
       lab-rs-fim.
           exit.
      *
      ************************
      *                      *
      *  Limpeza             *
      *                      *
      ************************
      *
       sec-limpa section.
      *
       lab-lim-01.
           perform rot-maior-geracao thru rot-maior-geracao-fim.
           if maior-geracao = 0
              move " Nenhuma copia catalogada - diario mantido - Tecle <
      -       "Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-lim-fim
           end-if.
      *
       lab-lim-02.
           move maior-geracao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform lmp-ate-data.
           perform acc-ate-data.
           if escape-key = 1
              go to lab-lim-fim
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              go to lab-lim-02
           end-if.
           move dias-corr to ate-data.
           if ate-data > maior-geracao
              move " Limite posterior a ultima copia catalogada - Tecle
      -       "<Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-lim-02
           end-if.
      *
       lab-lim-03.
           move " Diario anterior a data sera ELIMINADO - Confirma (S) (
      -    "N) ?" to mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-lim-02
           end-if.
           move " TEM CERTEZA ? Nao ha como recuperar (S) (N) ?" to
           mensagem.
           display tela-erro-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "S" or "N" or escape-key = 1.
           display tela-limpa-cad.
           if resposta not = "S"
              go to lab-lim-02
           end-if.
      *
       lab-lim-04.
           open i-o arqjn01.
           if jn01-status not = "00"
              move " Diario vazio ou inacessivel - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-lim-fim
           end-if.
           move 0 to cont-excluidos.
           move 0 to jn01-data jn01-hora.
           start arqjn01 key is not less jn01-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-lim-06
           end-if.
      *
       lab-lim-05.
           perform rot-le-prox-jn01.
           if erro not = 0
              move 0 to erro
              go to lab-lim-06
           end-if.
           if jn01-data not < ate-data
              go to lab-lim-06
           end-if.
           delete arqjn01 invalid key
                  continue
           end-delete.
           add 1 to cont-excluidos.
           go to lab-lim-05.
      *
       lab-lim-06.
           close arqjn01.
           move spaces to mensagem.
           string "Lancamentos eliminados: " cont-excluidos
                  " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-lim-fim.
           perform lmp-ate-data.
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
       acc-arquivo.
           accept arquivo-sel at 0729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-chave.
           accept chave-sel at 0829 with update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-geracao.
           accept dia-euro at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-geracao-fim
           end-if.
           accept mes-euro at 0932 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-geracao-fim
           end-if.
           accept ano-euro at 0935 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-geracao-fim.
           exit.
      *
       acc-ate-data.
           accept dia-euro at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-ate-data-fim
           end-if.
           accept mes-euro at 1032 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-ate-data-fim
           end-if.
           accept ano-euro at 1035 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-ate-data-fim.
           exit.
      *
       acc-ate-hora.
           accept ate-hora at 1129 with auto update prompt
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
       dsp-arquivo.
           display arquivo-sel at 0729 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0629 with foreground-color 15
                   background-color 01.
      *
       lmp-arquivo.
           display limpa-10 at 0729 with foreground-color 15
                   background-color 01.
      *
       lmp-chave.
           display limpa at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-geracao.
           display limpa-10 at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-ate-data.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-ate-hora.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
           exit.
