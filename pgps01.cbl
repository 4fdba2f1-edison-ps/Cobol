      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGPS01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Prospects - Captacao de Associados :                       *
      *                                                             *
      *  (I)nclusao  - agencia nao associada, origem do contato     *
      *                (feira, participante do Salao, indicacao     *
      *                de associado) e vendedor responsavel;        *
      *  (A)lteracao - dados de contato e vendedor;                 *
      *  (E)tapa     - avanca o prospect no funil ou o da como      *
      *                perdido; a conversao e feita pela inclusao   *
      *                da proposta de associacao (pgpp01);          *
      *  (G)Agenda   - agenda o proximo contato no ARQAG01;         *
      *  (R)elacao   - funil do mes por regiao e vendedor, com as   *
      *                conversoes e o tempo medio de conversao.     *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgps01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdpr01.lib.
      *
       copy fdab01.lib.
      *
       copy fdsl01.lib.
      *
       copy fdag01.lib.
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
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGPS01".
          02 cb-versao                 pic x(06) value "v1.00 ".
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
          02 cgc                       pic 9(14) value 0.
          02 cgc-disp                  pic 99.999.999/9999b99.
          02 contato                   pic x(30) value spaces.
          02 cidade                    pic x(20) value spaces.
          02 uf                        pic x(02) value spaces.
          02 ddd                       pic 9(04) value 0.
          02 telefone                  pic x(08) value spaces.
          02 origem                    pic x(01) value spaces.
          02 origem-codigo             pic 9(05) value 0.
          02 dorigem                   pic x(40) value spaces.
          02 vendedor                  pic x(10) value spaces.
          02 etapa                     pic 9(01) value 0.
          02 data-inc-disp             pic x(08) value spaces.
          02 data-etapa-disp           pic x(08) value spaces.
          02 prox-contato              pic 9(06) value 0.
          02 prox-contato-disp         pic x(08) value spaces.
          02 motivo-perda              pic x(30) value spaces.
          02 proposta                  pic 9(05) value 0.
          02 sel-mes                   pic 9(02) value 0.
          02 sel-ano                   pic 9(02) value 0.
      *
      *    Regiao do prospect pela UF (regioes do IBGE)
      *
       01 tab-regioes.
          02 filler                    pic x(36) value
             "ACN AMN APN PAN RON RRN TON ALNEBANE".
          02 filler                    pic x(36) value
             "CENEMANEPBNEPENEPINERNNESENEDFCOGOCO".
          02 filler                    pic x(36) value
             "MSCOMTCOESSEMGSERJSESPSEPRS RSS SCS ".
       01 tab-regioes-r redefines tab-regioes.
          02 tr-item                   occurs 27.
             03 tr-uf                  pic x(02).
             03 tr-regiao              pic x(02).
      *
       01 tr-idx                       pic 9(02) comp-5 value 0.
       01 regiao                       pic x(02) value spaces.
      *
      *    Funil do mes agregado por regiao + vendedor: novos no
      *    mes, ativos por etapa (posicao atual), convertidos e
      *    perdidos no mes e dias ate a conversao
      *
       01 fn-max                       pic 9(03) comp-5 value 200.
       01 fn-qtd                       pic 9(03) comp-5 value 0.
       01 fn-idx                       pic 9(03) comp-5 value 0.
       01 fn-tabela.
          02 fn-item occurs 200.
             03 fn-regiao              pic x(02).
             03 fn-vendedor            pic x(10).
             03 fn-novos               pic 9(05).
             03 fn-ativos              pic 9(05) occurs 4.
             03 fn-conv                pic 9(05).
             03 fn-perd                pic 9(05).
             03 fn-dias                pic 9(07).
      *
       01 fn-salva.
          02 fn-s-regiao               pic x(02).
          02 fn-s-vendedor             pic x(10).
          02 fn-s-novos                pic 9(05).
          02 fn-s-ativos               pic 9(05) occurs 4.
          02 fn-s-conv                 pic 9(05).
          02 fn-s-perd                 pic 9(05).
          02 fn-s-dias                 pic 9(07).
      *
       01 fn-total.
          02 fn-t-novos                pic 9(05) value 0.
          02 fn-t-ativos               pic 9(05) occurs 4.
          02 fn-t-conv                 pic 9(05) value 0.
          02 fn-t-perd                 pic 9(05) value 0.
          02 fn-t-dias                 pic 9(07) value 0.
      *
       01 ind-et                       pic 9(01) value 0.
      *
      *    Mes de competencia: indice corrido de meses (com a
      *    janela de seculo) do mes selecionado e da data lida
      *
       01 mes-sel                      pic 9(05) value 0.
       01 mes-aux                      pic 9(05) value 0.
       01 inc-sec                      pic 9(06) value 0.
       01 conv-sec                     pic 9(06) value 0.
       01 dias-conv                    pic 9(05) value 0.
      *
       01 assunto-contato.
          02 filler                    pic x(17) value
             "CONTATO PROSPECT ".
          02 assunto-contato-num       pic 9(05) value 0.
          02 filler                    pic x(18) value spaces.
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
          02 filler                    pic x(60) value
             "Funil de Captacao de Associados".
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-sele.
          02 filler                    pic x(09) value "Mes/Ano: ".
          02 cab-sele-mes              pic 9(02) value 0.
          02 filler                    pic x(01) value "/".
          02 cab-sele-ano              pic 9(02) value 0.
          02 filler                    pic x(40) value
             "   (ativos por etapa: posicao atual)".
      *
       01 cab-tit.
          02 filler                    pic x(08) value "Regiao".
          02 filler                    pic x(12) value "Vendedor".
          02 filler                    pic x(08) value "  Novos".
          02 filler                    pic x(08) value "  Ident".
          02 filler                    pic x(08) value " Contat".
          02 filler                    pic x(08) value " Visita".
          02 filler                    pic x(08) value "  Negoc".
          02 filler                    pic x(08) value "  Conv.".
          02 filler                    pic x(08) value " Perdid".
          02 filler                    pic x(12) value " Dias Medios".
      *
       01 cab-lin.
          02 cab-lin-regiao            pic x(02) value spaces.
          02 filler                    pic x(06) value spaces.
          02 cab-lin-vendedor          pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-novos             pic zzzzzz9 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-etapa             occurs 4.
             03 cab-lin-ativos         pic zzzzzz9.
             03 filler                 pic x(01) value spaces.
          02 cab-lin-conv              pic zzzzzz9 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-perd              pic zzzzzz9 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-media             pic zzzzzzzzzz9 value 0.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
      *
       copy workgen.lib.
       copy wstab03.lib.
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
             highlight value "Prospects - Captacao de Associados".
          02 line 06 column 05 foreground-color 06 background-color 01
             highlight value "Funcao..........:".
          02 line 07 column 05 foreground-color 06 background-color 01
             highlight value "Prospect........:".
          02 line 08 column 05 foreground-color 06 background-color 01
             highlight value "Razao social....:".
          02 line 09 column 05 foreground-color 06 background-color 01
             highlight value "CNPJ............:".
          02 line 10 column 05 foreground-color 06 background-color 01
             highlight value "Contato.........:".
          02 line 11 column 05 foreground-color 06 background-color 01
             highlight value "Cidade/UF.......:".
          02 line 12 column 05 foreground-color 06 background-color 01
             highlight value "DDD/Telefone....:".
          02 line 13 column 05 foreground-color 06 background-color 01
             highlight value "Origem (F/S/I)..:".
          02 line 14 column 05 foreground-color 06 background-color 01
             highlight value "Vendedor........:".
          02 line 15 column 05 foreground-color 06 background-color 01
             highlight value "Etapa (1 a 6)...:".
          02 line 16 column 05 foreground-color 06 background-color 01
             highlight value "Inclusao/Etapa..:".
          02 line 17 column 05 foreground-color 06 background-color 01
             highlight value "Proximo contato.:".
          02 line 18 column 05 foreground-color 06 background-color 01
             highlight value "Motivo da perda.:".
          02 line 19 column 05 foreground-color 06 background-color 01
             highlight value "Proposta........:".
      *
       01 tela-02.
          02 line 20 column 05 foreground-color 07 background-color 01
             highlight value
             "I-Inclui A-Altera E-Etapa G-Agenda contato R-Rel.Funil".
      *
       01 tela-etapas.
          02 line 20 column 05 foreground-color 07 background-color 01
             highlight value
          "1-Ident. 2-Contatado 3-Visita 4-Negociacao 6-Perdido".
      *
       01 tela-limpa-02.
          02 line 20 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
      *
       01 tela-sele.
          02 line 08 column 05 foreground-color 01 background-color 01
             pic x(70) from spaces.
          02 line 08 column 05 foreground-color 06 background-color 01
             highlight value "Mes/Ano do funil:".
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
       rot-le-prox-pr01.
           move 0 to erro.
           read arqpr01 next record at end move 1 to erro.
           if pr01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pr01
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
      *    Cadastro do Salao: so consulta; sem o arquivo a origem
      *    "S" fica indisponivel
      *
       rot-open-sl01.
           move 0 to erro.
           if sl01-stat = "F"
              open input arqsl01
              if sl01-status not = "00"
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
           write reg-imp from cab-sele after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
      *
      *    Proximo numero de prospect
      *
       rot-prox-numero.
           move 0 to numero.
           move low-values to pr01-chave.
           move 0 to erro.
           start arqpr01 key is not less pr01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              go to rot-prox-numero-fim
           end-if.
      *
       rot-prox-numero-01.
           perform rot-le-prox-pr01.
           if erro not = 0
              go to rot-prox-numero-fim
           end-if.
           move pr01-numero to numero.
           go to rot-prox-numero-01.
      *
       rot-prox-numero-fim.
           add 1 to numero.
           move 0 to erro.
           exit.
      *
       rot-busca-pr01.
           move numero to pr01-numero.
           perform rot-le-pr01.
           if erro not = 0
              move " Prospect nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              perform rot-mostra-pr01
           end-if.
      *
       rot-mostra-pr01.
           move pr01-etapa to etapa.
           perform rot-descr-etapa.
           move pr01-razao-social to razao-social.
           move pr01-cgc to cgc.
           move pr01-contato to contato.
           move pr01-cidade to cidade.
           move pr01-uf to uf.
           move pr01-ddd to ddd.
           move pr01-telefone to telefone.
           move pr01-origem to origem.
           move pr01-vendedor to vendedor.
           move spaces to dorigem.
           move 0 to origem-codigo.
           if origem = "S"
              move pr01-sl01 to origem-codigo
              move "Participante do Salao" to dorigem
           end-if.
           if origem = "I"
              move pr01-indicador to origem-codigo
              move origem-codigo to ab01-codigo
              perform rot-le-ab01
              if erro = 0
                 move ab01-razao-social to dorigem
              end-if
           end-if.
           if origem = "F"
              move "Visitante de feira" to dorigem
           end-if.
           move pr01-data-inc to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to data-inc-disp.
           move pr01-data-etapa to dias-corr.
           perform rot-data.
           move data-disp to data-etapa-disp.
           move pr01-prox-contato to prox-contato.
           move spaces to prox-contato-disp.
           if prox-contato not = 0
              move prox-contato to dias-corr
              perform rot-data
              move data-disp to prox-contato-disp
           end-if.
           move pr01-motivo-perda to motivo-perda.
           move pr01-proposta to proposta.
           perform dsp-numero thru dsp-proposta.
           move 0 to erro.
      *
       rot-descr-etapa.
           evaluate etapa
                    when 1
                         move "Identificado" to detapa
                    when 2
                         move "Contatado" to detapa
                    when 3
                         move "Visita" to detapa
                    when 4
                         move "Negociacao" to detapa
                    when 5
                         move "Convertido" to detapa
                    when 6
                         move "Perdido" to detapa
                    when other
                         move spaces to detapa
           end-evaluate.
      *
      *    CNPJ ja registrado em outro prospect
      *
       rot-cgc-dup.
           move 0 to erro.
           move cgc to pr01-cgc.
           start arqpr01 key is = pr01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-cgc-dup-fim
           end-if.
           perform rot-le-prox-pr01.
           if erro not = 0
              move 0 to erro
              go to rot-cgc-dup-fim
           end-if.
           if pr01-cgc = cgc and pr01-numero not = numero
              move 1 to erro
           end-if.
      *
       rot-cgc-dup-fim.
           exit.
      *
       rot-uf.
           move 03 to wtab03-tipo.
           move uf to wtab03-sigla.
           move spaces to wtab03-resto.
           move wtab03-chave to tabl-chave.
           perform rot-le-tabl.
      *
       rot-regrava-pr01.
           move param-usr to pr01-usuario.
           move param-data to pr01-data.
           rewrite reg-pr01 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move " Erro de regravacao - ARQPR01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              move "Prospect atualizado - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Regiao da UF do prospect; UF fora da tabela fica "??"
      *
       rot-regiao.
           move "??" to regiao.
           move 1 to tr-idx.
      *
       rot-regiao-01.
           if tr-idx > 27
              go to rot-regiao-fim
           end-if.
           if tr-uf (tr-idx) = pr01-uf
              move tr-regiao (tr-idx) to regiao
              go to rot-regiao-fim
           end-if.
           add 1 to tr-idx.
           go to rot-regiao-01.
      *
       rot-regiao-fim.
           exit.
      *
      *    Indice do mes (com a janela de seculo) da data em
      *    data-sec-in, devolvido em mes-aux
      *
       rot-mes-indice.
           perform rot-data-sec.
           compute mes-aux = (data-sec-out - 1) / 30.
      *
      *    Acumula o prospect lido no agregado regiao + vendedor
      *
       rot-acumula.
           perform rot-regiao thru rot-regiao-fim.
           move 1 to fn-idx.
       rot-acumula-1.
           if fn-idx > fn-qtd
              if fn-qtd >= fn-max
                 go to rot-acumula-fim
              end-if
              add 1 to fn-qtd
              move fn-qtd to fn-idx
              move regiao to fn-regiao (fn-idx)
              move pr01-vendedor to fn-vendedor (fn-idx)
              move 0 to fn-novos (fn-idx) fn-conv (fn-idx)
                        fn-perd (fn-idx) fn-dias (fn-idx)
                        fn-ativos (fn-idx 1) fn-ativos (fn-idx 2)
                        fn-ativos (fn-idx 3) fn-ativos (fn-idx 4)
              go to rot-acumula-2
           end-if.
           if fn-regiao (fn-idx) = regiao and
              fn-vendedor (fn-idx) = pr01-vendedor
              go to rot-acumula-2
           end-if.
           add 1 to fn-idx.
           go to rot-acumula-1.
       rot-acumula-2.
           move pr01-data-inc to data-sec-in.
           perform rot-mes-indice.
           move data-sec-out to inc-sec.
           if mes-aux = mes-sel
              add 1 to fn-novos (fn-idx)
           end-if.
           if pr01-etapa > 0 and pr01-etapa < 5
              add 1 to fn-ativos (fn-idx pr01-etapa)
           end-if.
           if pr01-etapa = 5 and pr01-data-conv not = 0
              move pr01-data-conv to data-sec-in
              perform rot-mes-indice
              move data-sec-out to conv-sec
              if mes-aux = mes-sel
                 add 1 to fn-conv (fn-idx)
                 if conv-sec > inc-sec
                    compute dias-conv = conv-sec - inc-sec
                    add dias-conv to fn-dias (fn-idx)
                 end-if
              end-if
           end-if.
           if pr01-etapa = 6
              move pr01-data-etapa to data-sec-in
              perform rot-mes-indice
              if mes-aux = mes-sel
                 add 1 to fn-perd (fn-idx)
              end-if
           end-if.
       rot-acumula-fim.
           exit.
      *
      *    Ordena o agregado por regiao/vendedor (bolha simples -
      *    o agregado e pequeno)
      *
       rot-ordena.
           move 1 to fn-idx.
       rot-ordena-1.
           if fn-idx >= fn-qtd
              go to rot-ordena-fim
           end-if.
           if fn-regiao (fn-idx) > fn-regiao (fn-idx + 1) or
              (fn-regiao (fn-idx) = fn-regiao (fn-idx + 1) and
               fn-vendedor (fn-idx) > fn-vendedor (fn-idx + 1))
              move fn-item (fn-idx) to fn-salva
              move fn-item (fn-idx + 1) to fn-item (fn-idx)
              move fn-salva to fn-item (fn-idx + 1)
              move 1 to fn-idx
              go to rot-ordena-1
           end-if.
           add 1 to fn-idx.
           go to rot-ordena-1.
       rot-ordena-fim.
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
           if funcao not = "I" and "A" and "E" and "G" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           display tela-limpa-02.
           evaluate true
                    when funcao = "I"
                         perform sec-inclusao
                    when funcao = "A"
                         perform sec-alteracao
                    when funcao = "E"
                         perform sec-etapa
                    when funcao = "G"
                         perform sec-agenda
                    when funcao = "R"
                         perform sec-relacao
           end-evaluate.
           perform lmp-numero thru lmp-proposta.
           go to lab-fun-01.
      *
       lab-fun-fim.
           display tela-limpa-02.
           perform lmp-funcao thru lmp-proposta.
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
           perform rot-open-pr01.
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
           perform rot-open-sl01.
           move 0 to erro.
      *
       lab-inc-01.
           perform lmp-numero thru lmp-proposta.
           perform rot-prox-numero thru rot-prox-numero-fim.
           move 1 to etapa.
           perform rot-descr-etapa.
           perform dsp-numero.
           move spaces to razao-social contato cidade uf telefone
                          origem dorigem.
           move param-usr to vendedor.
           move 0 to cgc ddd origem-codigo.
      *
      *    Origem primeiro: participante do Salao traz os dados do
      *    ARQSL01
      *
       lab-inc-02.
           perform acc-origem.
           if escape-key = 1
              go to lab-inc-fim
           end-if.
           move origem to txt.
           perform rot-texto.
           move txt to origem.
           if origem not = "F" and "S" and "I"
              go to lab-inc-02
           end-if.
           perform dsp-origem.
           if origem = "F"
              move 0 to origem-codigo
              move "Visitante de feira" to dorigem
              perform dsp-origem
              go to lab-inc-04
           end-if.
      *
       lab-inc-03.
           perform acc-origem-codigo.
           if escape-key = 1
              go to lab-inc-02
           end-if.
           if origem-codigo = 0
              go to lab-inc-03
           end-if.
           if origem = "I"
              move origem-codigo to ab01-codigo
              perform rot-le-ab01
              if erro not = 0
                 move " Associado nao cadastrado - Tecle <Enter>" to
                 mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-inc-03
              end-if
              move ab01-razao-social to dorigem
              perform dsp-origem
              go to lab-inc-04
           end-if.
           if sl01-stat not = "A"
              move " Cadastro do Salao indisponivel - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-02
           end-if.
           move origem-codigo to sl01-codigo.
           read arqsl01 invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              move 0 to erro
              move " Participante do Salao nao cadastrado - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-03
           end-if.
           move "Participante do Salao" to dorigem.
           perform dsp-origem.
           move sl01-empresa-a to razao-social.
           move sl01-nome-a to contato.
           move sl01-cidade to cidade.
           move sl01-uf to uf.
           move sl01-ddd to ddd.
           move sl01-telefone to telefone.
           perform dsp-razao-social thru dsp-telefone.
      *
       lab-inc-04.
           perform acc-razao-social.
           if escape-key = 1
              go to lab-inc-02
           end-if.
           if razao-social = spaces
              go to lab-inc-04
           end-if.
      *
       lab-inc-05.
           perform acc-cgc.
           if escape-key = 1
              go to lab-inc-04
           end-if.
           perform dsp-cgc.
           if cgc = 0
              go to lab-inc-06
           end-if.
           perform rot-cgc-dup thru rot-cgc-dup-fim.
           if erro not = 0
              move 0 to erro
              move spaces to mensagem
              string " CNPJ ja registrado no prospect " pr01-numero
                     " - Tecle <Enter>" delimited by size
                     into mensagem
              end-string
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-05
           end-if.
      *
       lab-inc-06.
           perform acc-contato.
           if escape-key = 1
              go to lab-inc-05
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
           perform rot-uf.
           if erro not = 0
              move " UF nao cadastrada - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-inc-08
           end-if.
           perform dsp-uf.
      *
       lab-inc-09.
           perform acc-ddd.
           if escape-key = 1
              go to lab-inc-08
           end-if.
           perform acc-telefone.
           if escape-key = 1
              go to lab-inc-09
           end-if.
      *
       lab-inc-10.
           perform acc-vendedor.
           if escape-key = 1
              go to lab-inc-09
           end-if.
           move vendedor to txt.
           perform rot-texto.
           move txt to vendedor.
           if vendedor = spaces
              go to lab-inc-10
           end-if.
      *
       lab-inc-11.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-inc-10
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-inc-01
           else
              if resposta not = "S"
                 go to lab-inc-11
              end-if
           end-if.
           display tela-limpa-cad.
           move spaces to reg-pr01.
           move numero to pr01-numero.
           move cgc to pr01-cgc.
           move razao-social to pr01-razao-social.
           move contato to pr01-contato.
           move cidade to pr01-cidade.
           move uf to pr01-uf.
           move ddd to pr01-ddd.
           move telefone to pr01-telefone.
           move origem to pr01-origem.
           move 0 to pr01-sl01 pr01-indicador.
           if origem = "S"
              move origem-codigo to pr01-sl01
           end-if.
           if origem = "I"
              move origem-codigo to pr01-indicador
           end-if.
           move vendedor to pr01-vendedor.
           move 1 to pr01-etapa.
           move param-data to pr01-data-inc pr01-data-etapa.
           move 0 to pr01-prox-contato pr01-data-conv pr01-proposta.
           move param-usr to pr01-usuario.
           move param-data to pr01-data.
           write reg-pr01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              move " Erro de gravacao - ARQPR01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           else
              move "Prospect gravado - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           go to lab-inc-01.
      *
       lab-inc-fim.
           perform rot-close-sl01.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-pr01.
           exit.
      *
      ************************
      *                      *
      *  Alteracao           *
      *                      *
      ************************
      *
       sec-alteracao section.
      *
       lab-alt-00.
           perform rot-open-pr01.
           if erro not = 0
              go to lab-alt-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-alt-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-alt-fim
           end-if.
      *
       lab-alt-01.
           move 0 to numero.
           perform lmp-numero thru lmp-proposta.
           perform acc-numero.
           if escape-key = 1
              go to lab-alt-fim
           end-if.
           if numero = 0
              go to lab-alt-01
           end-if.
           perform rot-busca-pr01.
           if erro not = 0
              go to lab-alt-01
           end-if.
      *
       lab-alt-02.
           perform acc-razao-social.
           if escape-key = 1
              go to lab-alt-01
           end-if.
           if razao-social = spaces
              go to lab-alt-02
           end-if.
      *
       lab-alt-03.
           perform acc-cgc.
           if escape-key = 1
              go to lab-alt-02
           end-if.
           perform dsp-cgc.
           if cgc = 0
              go to lab-alt-04
           end-if.
           perform rot-cgc-dup thru rot-cgc-dup-fim.
           if erro not = 0
              move 0 to erro
              move spaces to mensagem
              string " CNPJ ja registrado no prospect " pr01-numero
                     " - Tecle <Enter>" delimited by size
                     into mensagem
              end-string
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-alt-03
           end-if.
      *
       lab-alt-04.
           perform acc-contato.
           if escape-key = 1
              go to lab-alt-03
           end-if.
      *
       lab-alt-05.
           perform acc-cidade.
           if escape-key = 1
              go to lab-alt-04
           end-if.
           if cidade = spaces
              go to lab-alt-05
           end-if.
      *
       lab-alt-06.
           perform acc-uf.
           if escape-key = 1
              go to lab-alt-05
           end-if.
           move uf to txt.
           perform rot-texto.
           move txt to uf.
           perform rot-uf.
           if erro not = 0
              move " UF nao cadastrada - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-alt-06
           end-if.
           perform dsp-uf.
      *
       lab-alt-07.
           perform acc-ddd.
           if escape-key = 1
              go to lab-alt-06
           end-if.
           perform acc-telefone.
           if escape-key = 1
              go to lab-alt-07
           end-if.
      *
       lab-alt-08.
           perform acc-vendedor.
           if escape-key = 1
              go to lab-alt-07
           end-if.
           move vendedor to txt.
           perform rot-texto.
           move txt to vendedor.
           if vendedor = spaces
              go to lab-alt-08
           end-if.
      *
       lab-alt-09.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-alt-08
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-alt-01
           else
              if resposta not = "S"
                 go to lab-alt-09
              end-if
           end-if.
           display tela-limpa-cad.
      *
      *    rot-cgc-dup pode ter posicionado em outro registro
      *
           move numero to pr01-numero.
           perform rot-le-pr01.
           if erro not = 0
              move 0 to erro
              go to lab-alt-01
           end-if.
           move cgc to pr01-cgc.
           move razao-social to pr01-razao-social.
           move contato to pr01-contato.
           move cidade to pr01-cidade.
           move uf to pr01-uf.
           move ddd to pr01-ddd.
           move telefone to pr01-telefone.
           move vendedor to pr01-vendedor.
           perform rot-regrava-pr01.
           move 0 to erro.
           go to lab-alt-01.
      *
       lab-alt-fim.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-pr01.
           exit.
      *
      ************************
      *                      *
      *  Etapa do funil      *
      *                      *
      ************************
      *
       sec-etapa section.
      *
       lab-eta-00.
           perform rot-open-pr01.
           if erro not = 0
              go to lab-eta-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-eta-fim
           end-if.
      *
       lab-eta-01.
           move 0 to numero.
           perform lmp-numero thru lmp-proposta.
           perform acc-numero.
           if escape-key = 1
              go to lab-eta-fim
           end-if.
           if numero = 0
              go to lab-eta-01
           end-if.
           perform rot-busca-pr01.
           if erro not = 0
              go to lab-eta-01
           end-if.
           if pr01-etapa = 5
              move " Prospect ja convertido em proposta - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-eta-01
           end-if.
           display tela-etapas.
      *
       lab-eta-02.
           perform acc-etapa.
           if escape-key = 1
              display tela-limpa-02
              go to lab-eta-01
           end-if.
      *
      *    A etapa 5 (convertido) so e dada pela proposta
      *
           if etapa < 1 or etapa > 6 or etapa = 5
              go to lab-eta-02
           end-if.
           perform rot-descr-etapa.
           perform dsp-numero.
           display tela-limpa-02.
           if etapa not = 6
              move spaces to motivo-perda
              perform dsp-motivo-perda
              go to lab-eta-04
           end-if.
      *
       lab-eta-03.
           perform acc-motivo-perda.
           if escape-key = 1
              display tela-etapas
              go to lab-eta-02
           end-if.
           if motivo-perda = spaces
              go to lab-eta-03
           end-if.
      *
       lab-eta-04.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              go to lab-eta-01
           end-if.
           if resposta not = "S"
              go to lab-eta-04
           end-if.
           display tela-limpa-cad.
           if etapa not = pr01-etapa
              move param-data to pr01-data-etapa
           end-if.
           move etapa to pr01-etapa.
           move motivo-perda to pr01-motivo-perda.
           perform rot-regrava-pr01.
           move 0 to erro.
           go to lab-eta-01.
      *
       lab-eta-fim.
           display tela-limpa-02.
           perform rot-close-ab01.
           perform rot-close-pr01.
           exit.
      *
      ************************
      *                      *
      *  Agenda de contato   *
      *                      *
      ************************
      *
       sec-agenda section.
      *
       lab-age-00.
           perform rot-open-pr01.
           if erro not = 0
              go to lab-age-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-age-fim
           end-if.
           perform rot-open-ag01.
           if erro not = 0
              go to lab-age-fim
           end-if.
      *
       lab-age-01.
           move 0 to numero.
           perform lmp-numero thru lmp-proposta.
           perform acc-numero.
           if escape-key = 1
              go to lab-age-fim
           end-if.
           if numero = 0
              go to lab-age-01
           end-if.
           perform rot-busca-pr01.
           if erro not = 0
              go to lab-age-01
           end-if.
           if pr01-etapa = 5 or pr01-etapa = 6
              move " Prospect fora do funil - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-age-01
           end-if.
      *
       lab-age-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-prox-contato.
           perform acc-prox-contato thru acc-prox-contato-fim.
           if escape-key = 1
              perform dsp-prox-contato
              go to lab-age-01
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-age-02
           end-if.
           move dias-corr to prox-contato.
           move data-disp to prox-contato-disp.
           perform dsp-prox-contato.
      *
       lab-age-03.
           move "Agendar o contato (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-age-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-age-01
           end-if.
           if resposta not = "S"
              go to lab-age-03
           end-if.
           display tela-limpa-cad.
      *
      *    Compromisso na agenda (arqag01), numerado pelo
      *    registro de controle como no pgag01
      *
           move high-values to ag01-chave-controle.
           read arqag01 invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              move 0 to erro
              move " Agenda sem registro de controle - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-age-01
           end-if.
           add 1 to ag01-numero.
           rewrite reg-ag01-1 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           move ag01-numero to ag01-codigo.
           move spaces to ag01-assunto ag01-assunto-a ag01-empresa
                ag01-empresa-a ag01-nome ag01-nome-a ag01-partido
                ag01-partido-a ag01-endereco ag01-cidade ag01-uf
                ag01-telex ag01-fax ag01-telefone.
           move 0 to ag01-cep ag01-ddd.
           move numero to assunto-contato-num.
           move assunto-contato to ag01-assunto ag01-assunto-a.
           move pr01-razao-social to ag01-empresa ag01-empresa-a.
           move pr01-contato to ag01-nome ag01-nome-a.
           move pr01-cidade to ag01-cidade.
           move pr01-uf to ag01-uf.
           move pr01-ddd to ag01-ddd.
           move pr01-telefone to ag01-telefone.
           move prox-contato to ag01-data-a.
           move spaces to ag01-posicao.
           move 0 to ag01-recorrencia.
           move param-usr to ag01-usuario.
           move param-data to ag01-data.
           write reg-ag01 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           move numero to pr01-numero.
           perform rot-le-pr01.
           if erro not = 0
              move 0 to erro
              go to lab-age-01
           end-if.
           move prox-contato to pr01-prox-contato.
           perform rot-regrava-pr01.
           move 0 to erro.
           go to lab-age-01.
      *
       lab-age-fim.
           perform rot-close-ag01.
           perform rot-close-ab01.
           perform rot-close-pr01.
           exit.
      *
      ************************
      *                      *
      *  Relacao - funil     *
      *                      *
      ************************
      *
       sec-relacao section.
      *
       lab-rel-00.
           display tela-sele.
      *
       lab-rel-01.
           move 0 to sel-mes sel-ano.
           perform lmp-sele.
           perform acc-sele thru acc-sele-fim.
           if escape-key = 1
              go to lab-rel-fim
           end-if.
           if sel-mes < 1 or sel-mes > 12
              go to lab-rel-01
           end-if.
           move 1 to dia-euro.
           move sel-mes to mes-euro.
           move sel-ano to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              go to lab-rel-01
           end-if.
           move dias-corr to data-sec-in.
           perform rot-mes-indice.
           move mes-aux to mes-sel.
      *
       lab-rel-02.
           move "Imprime o funil (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rel-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-rel-01
           end-if.
           if resposta not = "S"
              go to lab-rel-02
           end-if.
           move "Aguarde, processando ..." to mensagem.
           display tela-mensagem-cad.
           perform rot-open-pr01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move 0 to fn-qtd.
           move low-values to pr01-chave.
           start arqpr01 key is not less pr01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rel-04
           end-if.
      *
       lab-rel-03.
           perform rot-le-prox-pr01.
           if erro not = 0
              move 0 to erro
              go to lab-rel-04
           end-if.
           perform rot-acumula thru rot-acumula-fim.
           go to lab-rel-03.
      *
       lab-rel-04.
           perform rot-ordena thru rot-ordena-fim.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move sel-mes to cab-sele-mes.
           move sel-ano to cab-sele-ano.
           move 0 to pagina.
           move 0 to fn-t-novos fn-t-conv fn-t-perd fn-t-dias
                     fn-t-ativos (1) fn-t-ativos (2) fn-t-ativos (3)
                     fn-t-ativos (4).
           perform rot-cabec.
           move 0 to fn-idx.
      *
       lab-rel-05.
           add 1 to fn-idx.
           if fn-idx > fn-qtd
              go to lab-rel-06
           end-if.
           if linha > 55
              perform rot-cabec
           end-if.
           move fn-regiao (fn-idx) to cab-lin-regiao.
           move fn-vendedor (fn-idx) to cab-lin-vendedor.
           move fn-novos (fn-idx) to cab-lin-novos.
           move fn-ativos (fn-idx 1) to cab-lin-ativos (1).
           move fn-ativos (fn-idx 2) to cab-lin-ativos (2).
           move fn-ativos (fn-idx 3) to cab-lin-ativos (3).
           move fn-ativos (fn-idx 4) to cab-lin-ativos (4).
           move fn-conv (fn-idx) to cab-lin-conv.
           move fn-perd (fn-idx) to cab-lin-perd.
           move 0 to cab-lin-media.
           if fn-conv (fn-idx) > 0
              compute cab-lin-media rounded =
                      fn-dias (fn-idx) / fn-conv (fn-idx)
           end-if.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add fn-novos (fn-idx) to fn-t-novos.
           add fn-ativos (fn-idx 1) to fn-t-ativos (1).
           add fn-ativos (fn-idx 2) to fn-t-ativos (2).
           add fn-ativos (fn-idx 3) to fn-t-ativos (3).
           add fn-ativos (fn-idx 4) to fn-t-ativos (4).
           add fn-conv (fn-idx) to fn-t-conv.
           add fn-perd (fn-idx) to fn-t-perd.
           add fn-dias (fn-idx) to fn-t-dias.
           go to lab-rel-05.
      *
       lab-rel-06.
           write reg-imp from tracos after 1 line.
           move spaces to cab-lin-regiao.
           move "TOTAL" to cab-lin-vendedor.
           move fn-t-novos to cab-lin-novos.
           move fn-t-ativos (1) to cab-lin-ativos (1).
           move fn-t-ativos (2) to cab-lin-ativos (2).
           move fn-t-ativos (3) to cab-lin-ativos (3).
           move fn-t-ativos (4) to cab-lin-ativos (4).
           move fn-t-conv to cab-lin-conv.
           move fn-t-perd to cab-lin-perd.
           move 0 to cab-lin-media.
           if fn-t-conv > 0
              compute cab-lin-media rounded = fn-t-dias / fn-t-conv
           end-if.
           write reg-imp from cab-lin after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-pr01.
           display tela-01.
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
       acc-cgc.
           accept cgc at 0923 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-contato.
           accept contato at 1023 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cidade.
           accept cidade at 1123 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-uf.
           accept uf at 1144 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ddd.
           accept ddd at 1223 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-telefone.
           accept telefone at 1228 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-origem.
           accept origem at 1323 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-origem-codigo.
           accept origem-codigo at 1325 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-vendedor.
           accept vendedor at 1423 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-etapa.
           accept etapa at 1523 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-prox-contato.
           accept dia-euro at 1723 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-prox-contato-fim
           end-if.
           accept mes-euro at 1726 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-prox-contato-fim
           end-if.
           accept ano-euro at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-prox-contato-fim.
           exit.
      *
       acc-motivo-perda.
           accept motivo-perda at 1823 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-sele.
           accept sel-mes at 0823 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-sele-fim
           end-if.
           accept sel-ano at 0826 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-sele-fim.
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
       dsp-cgc.
           move cgc to cgc-disp.
           display cgc-disp at 0923 with foreground-color 15
                   background-color 01.
      *
       dsp-contato.
           display contato at 1023 with foreground-color 15
                   background-color 01.
      *
       dsp-cidade.
           display cidade at 1123 with foreground-color 15
                   background-color 01.
      *
       dsp-uf.
           display uf at 1144 with foreground-color 15
                   background-color 01.
      *
       dsp-ddd.
           display ddd at 1223 with foreground-color 15
                   background-color 01.
      *
       dsp-telefone.
           display telefone at 1228 with foreground-color 15
                   background-color 01.
      *
       dsp-origem.
           display origem at 1323 with foreground-color 15
                   background-color 01.
           display origem-codigo at 1325 with foreground-color 15
                   background-color 01.
           display dorigem at 1331 with foreground-color 15
                   background-color 01.
      *
       dsp-vendedor.
           display vendedor at 1423 with foreground-color 15
                   background-color 01.
      *
       dsp-etapa.
           display etapa at 1523 with foreground-color 15
                   background-color 01.
      *
       dsp-datas.
           display data-inc-disp at 1623 with foreground-color 15
                   background-color 01.
           display data-etapa-disp at 1633 with foreground-color 15
                   background-color 01.
      *
       dsp-prox-contato.
           display prox-contato-disp at 1723 with foreground-color 15
                   background-color 01.
      *
       dsp-motivo-perda.
           display motivo-perda at 1823 with foreground-color 15
                   background-color 01.
      *
       dsp-proposta.
           display proposta at 1923 with foreground-color 15
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
       lmp-cgc.
           display limpa-10 at 0923 with foreground-color 15
                   background-color 01.
           display limpa-10 at 0933 with foreground-color 15
                   background-color 01.
      *
       lmp-contato.
           display limpa at 1023 with foreground-color 15
                   background-color 01.
      *
       lmp-cidade.
           display limpa at 1123 with foreground-color 15
                   background-color 01.
      *
       lmp-ddd.
           display limpa at 1223 with foreground-color 15
                   background-color 01.
      *
       lmp-origem.
           display limpa at 1323 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1367 with foreground-color 15
                   background-color 01.
      *
       lmp-vendedor.
           display limpa-10 at 1423 with foreground-color 15
                   background-color 01.
      *
       lmp-etapa.
           display limpa-10 at 1523 with foreground-color 15
                   background-color 01.
      *
       lmp-datas.
           display limpa at 1623 with foreground-color 15
                   background-color 01.
      *
       lmp-prox-contato.
           display limpa-10 at 1723 with foreground-color 15
                   background-color 01.
      *
       lmp-motivo-perda.
           display limpa at 1823 with foreground-color 15
                   background-color 01.
      *
       lmp-proposta.
           display limpa-10 at 1923 with foreground-color 15
                   background-color 01.
      *
       lmp-sele.
           display limpa-10 at 0823 with foreground-color 15
                   background-color 01.
