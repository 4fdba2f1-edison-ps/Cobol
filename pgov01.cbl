      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGOV01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Ouvidoria - Reclamacoes de Consumidores contra Associados: *
      *                                                             *
      *  (T)ipos       - categorias de reclamacao (tabela tipo 52)  *
      *                  com o prazo de resposta da agencia e a     *
      *                  marca de caso grave;                       *
      *  (I)nclusao    - registra a reclamacao contra o codigo do   *
      *                  associado, com o protocolo da carta        *
      *                  recebida (pgpl01), reclamante, dados da    *
      *                  viagem, categoria e prazo de resposta;     *
      *  (N)otificacao - carta a agencia num modelo do pgtx01, com  *
      *                  as marcas do cadastro e ainda &NUMERO      *
      *                  &PRAZO &RECLAM &DESTINO &MOTIVO;           *
      *  (D)esfecho    - resposta da agencia e o resultado;         *
      *  (E)tica       - abre o processo no Conselho de Etica       *
      *                  (ARQET01) p/ a reclamacao informada ou,    *
      *                  com numero zero, p/ todas as graves e as   *
      *                  sem resposta com prazo vencido;            *
      *  (R)elatorio   - reclamacoes do periodo por associado e     *
      *                  categoria, com a marca de reincidente.     *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgov01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqov01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ov01-chave
                  alternate record key is ov01-chave-1 with duplicates
                  file status is ov01-status.
      *
           select arqet01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is et01-chave
                  alternate record key is et01-chave-1 with duplicates
                  file status is et01-status.
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
           select arqpl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pl01-chave
                  alternate record key is pl01-chave-1 with duplicates
                  alternate record key is pl01-chave-2 with duplicates
                  file status is pl01-status.
      *
           select arqtx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tx01-chave
                  file status is tx01-status.
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
       copy fdov01.lib.
      *
       copy fdet01.lib.
      *
       copy fdab01.lib.
      *
       copy fdpl01.lib.
      *
       copy fdtx01.lib.
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
       01 ov01-status                  pic x(02) value "00".
       01 ov01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ov01.
          02 ov01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 ov01-nome                 pic x(08) value "ARQOV01A".
          02 filler                    pic x(01) value ".".
          02 ov01-ext                  pic x(03) value "DAT".
      *
       01 et01-status                  pic x(02) value "00".
       01 et01-stat                    pic x(01) value "F".
      *
       01 nome-arq-et01.
          02 et01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 et01-nome                 pic x(08) value "ARQET01A".
          02 filler                    pic x(01) value ".".
          02 et01-ext                  pic x(03) value "DAT".
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
       01 pl01-status                  pic x(02) value "00".
       01 pl01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pl01.
          02 pl01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 pl01-nome                 pic x(08) value "ARQPL01A".
          02 filler                    pic x(01) value ".".
          02 pl01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGOV01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-60                     pic x(60) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(90) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 numero                    pic 9(05) value 0.
          02 protocolo                 pic 9(06) value 0.
          02 codigo                    pic 9(05) value 0.
          02 reclamante                pic x(40) value spaces.
          02 contato                   pic x(30) value spaces.
          02 destino                   pic x(30) value spaces.
          02 data-viagem               pic 9(06) value 0.
          02 valor-aux                 pic z(08)9,9(02) value 0.
          02 relato                    pic x(60) value spaces.
          02 categoria                 pic 9(03) value 0.
          02 desc-categ                pic x(30) value spaces.
          02 desc-categ-aux            pic x(30) value spaces.
          02 grave                     pic x(01) value spaces.
          02 prazo-dias                pic 9(03) value 0.
          02 desfecho                  pic x(01) value spaces.
          02 desc-desfecho             pic x(20) value spaces.
          02 modelo                    pic x(05) value spaces.
          02 data-ini                  pic 9(06) value 0.
          02 data-fim                  pic 9(06) value 0.
          02 sele-codigo               pic 9(05) value 0.
          02 reincidencia              pic 9(03) value 0.
          02 flag-existe               pic x(01) value spaces.
      *
      *    Categoria (tipo 52): grave S/N e prazo de resposta
      *
       01 categ-resto.
          02 ct-grave                  pic x(01) value spaces.
          02 ct-prazo                  pic 9(03) value 0.
          02 filler                    pic x(16) value spaces.
      *
       01 valor-viagem                 pic 9(09)v9(02) value 0.
       01 hoje                         pic 9(06) value 0.
       01 processo                     pic 9(05) value 0.
      *
       01 resumo-etica.
          02 filler                    pic x(10) value "OUVIDORIA ".
          02 res-numero                pic 9(05) value 0.
          02 filler                    pic x(03) value " - ".
          02 res-relato                pic x(42) value spaces.
      *
       01 cont-ov.
          02 tot-cartas                pic 9(05) value 0.
          02 tot-etica                 pic 9(05) value 0.
          02 tot-reclam                pic 9(05) value 0.
          02 tot-abertas               pic 9(05) value 0.
          02 tot-agencias              pic 9(05) value 0.
          02 tot-reincid               pic 9(05) value 0.
      *
      *    Relatorio: contagem da agencia por categoria e geral
      *
       01 cat-max                      pic 9(03) comp-5 value 60.
       01 cat-qtd                      pic 9(03) comp-5 value 0.
       01 cat-idx                      pic 9(03) comp-5 value 0.
       01 cat-tabela.
          02 cat-item occurs 60.
             03 cat-codigo             pic 9(03).
             03 cat-reclam             pic 9(05).
             03 cat-abertas            pic 9(05).
             03 cat-etica              pic 9(05).
      *
       01 ger-qtd                      pic 9(03) comp-5 value 0.
       01 ger-idx                      pic 9(03) comp-5 value 0.
       01 ger-tabela.
          02 ger-item occurs 60.
             03 ger-codigo             pic 9(03).
             03 ger-reclam             pic 9(05).
             03 ger-agencias           pic 9(05).
      *
       01 agencia-atual                pic 9(05) value 0.
       01 agc-reclam                   pic 9(05) value 0.
       01 agc-abertas                  pic 9(05) value 0.
       01 agc-etica                    pic 9(05) value 0.
      *
      *    Fusao: mesma troca de marcas do pgtx01 sobre o associado,
      *    acrescida das marcas da reclamacao
      *
       01 destinatario.
          02 dest-razao                pic x(40) value spaces.
          02 dest-endereco             pic x(40) value spaces.
          02 dest-cidade               pic x(20) value spaces.
          02 dest-uf                   pic x(02) value spaces.
          02 dest-cep                  pic 9(08) value 0.
          02 dest-categoria            pic 9(03) value 0.
          02 dest-embratur             pic x(12) value spaces.
          02 dest-iata                 pic x(12) value spaces.
      *
       01 fus-entrada                  pic x(70) value spaces.
       01 fus-saida                    pic x(132) value spaces.
       01 fus-i                        pic 9(03) comp-5 value 0.
       01 fus-o                        pic 9(03) comp-5 value 0.
       01 fus-campo                    pic x(40) value spaces.
       01 fus-tamanho                  pic 9(02) comp-5 value 0.
       01 fus-marca                    pic 9(02) comp-5 value 0.
       01 fus-prazo                    pic x(08) value spaces.
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
          02 filler                    pic x(36) value
          "Ouvidoria - Reclamacoes no periodo".
          02 cab-periodo               pic x(19) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(07) value "Codigo".
          02 filler                    pic x(42) value
             "Associado / Categoria".
          02 filler                    pic x(12) value " Reclamacoes".
          02 filler                    pic x(10) value "  Abertas".
          02 filler                    pic x(10) value "    Etica".
      *
       01 cab-agc.
          02 cab-agc-codigo            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-agc-razao             pic x(40) value spaces.
      *
       01 cab-lin.
          02 filler                    pic x(09) value spaces.
          02 cab-lin-categ             pic 9(03) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-desc              pic x(36) value spaces.
          02 cab-lin-reclam            pic zzzzz9 value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-lin-abertas           pic zzzzz9 value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-lin-etica             pic zzzzz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-obs               pic x(12) value spaces.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(36) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
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
             highlight value "Ouvidoria - Reclamacoes".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (T/I/N/D/E/R).:".
      *
       01 tela-tipos.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Categoria............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Caso grave (S/N).....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Prazo resposta (dias):".
      *
       01 tela-reclamacao.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Numero...............:".
          02 line 10 column 40 foreground-color 06 background-color 01
             highlight value "Protocolo:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Associado (codigo)...:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Reclamante...........:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Contato (fone/e-mail):".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Destino da viagem....:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Data da viagem.......:".
          02 line 15 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
          02 line 15 column 40 foreground-color 06 background-color 01
             highlight value "Valor:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Relato:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Categoria............:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Caso grave (S/N).....:".
          02 line 18 column 36 foreground-color 06 background-color 01
             highlight value "Prazo (dias):".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Desfecho (P/I/A/Q)...:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Notificada em........:".
          02 line 20 column 40 foreground-color 06 background-color 01
             highlight value "Proc. etico:".
      *
       01 tela-notificacao.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Numero (0 = todas)...:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Modelo da carta......:".
      *
       01 tela-etica.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Numero (0 = todas)...:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Prazo notific.(dias).:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Numero zero: todas as graves e as".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "sem resposta com prazo vencido".
      *
       01 tela-relatorio.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Periodo de abertura..:".
          02 line 10 column 31 foreground-color 06 background-color 01
             highlight value "/  /   a    /  /".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Associado (0 = todos):".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Reincidente a partir:".
          02 line 12 column 33 foreground-color 06 background-color 01
             highlight value "reclamacoes no periodo".
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
       rot-open-ov01.
           move 0 to erro.
           if ov01-stat = "F"
              open i-o arqov01
              if ov01-status = "35"
                 open output arqov01
                 move zeros to reg-ov01-1
                 move high-values to ov01-controle
                 move 0 to ov01-ult-num
                 write reg-ov01-1
                 close arqov01
                 open i-o arqov01
              end-if
              if ov01-status not = "00"
                 move
                 " Erro de abertura no ARQOV01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ov01-stat
              end-if
           end-if.
      *
       rot-close-ov01.
           if ov01-stat = "A"
              close arqov01
              move "F" to ov01-stat
           end-if.
      *
       rot-le-ov01.
           move 0 to erro.
           read arqov01 invalid key move 1 to erro.
           if ov01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ov01
           end-if.
      *
       rot-le-prox-ov01.
           move 0 to erro.
           read arqov01 next record at end move 1 to erro.
           if ov01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ov01
           end-if.
      *
       rot-open-et01.
           move 0 to erro.
           if et01-stat = "F"
              open i-o arqet01
              if et01-status = "35"
                 open output arqet01
                 move zeros to reg-et01-1
                 move high-values to et01-controle
                 move 0 to et01-ult-proc
                 write reg-et01-1
                 close arqet01
                 open i-o arqet01
              end-if
              if et01-status not = "00"
                 move
                 " Erro de abertura no ARQET01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to et01-stat
              end-if
           end-if.
      *
       rot-close-et01.
           if et01-stat = "A"
              close arqet01
              move "F" to et01-stat
           end-if.
      *
       rot-le-et01.
           move 0 to erro.
           read arqet01 invalid key move 1 to erro.
           if et01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-et01
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
      *    Protocolo ainda nao criado: a reclamacao entra sem ele
      *
       rot-open-pl01.
           move 0 to erro.
           if pl01-stat = "F"
              open input arqpl01
              if pl01-status = "35"
                 go to rot-open-pl01-fim
              end-if
              if pl01-status not = "00"
                 move
                 " Erro de abertura no ARQPL01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pl01-stat
              end-if
           end-if.
       rot-open-pl01-fim.
           exit.
      *
       rot-close-pl01.
           if pl01-stat = "A"
              close arqpl01
              move "F" to pl01-stat
           end-if.
      *
       rot-le-pl01.
           move 0 to erro.
           read arqpl01 invalid key move 1 to erro.
           if pl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pl01
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
      *    Categoria (tipo 52) no desc-categ / categ-resto
      *
       rot-le-categoria.
           move spaces to desc-categ.
           move 52 to wtab01-tipo.
           move categoria to wtab01-codigo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to desc-categ
              move tabl-resto to categ-resto
           else
              move spaces to categ-resto
              move 0 to ct-prazo
           end-if.
      *
       rot-desc-desfecho.
           evaluate desfecho
                    when " " move "AGUARDANDO RESPOSTA" to desc-desfecho
                    when "P" move "PROCEDENTE/ATENDIDA" to desc-desfecho
                    when "I" move "IMPROCEDENTE" to desc-desfecho
                    when "A" move "ACORDO" to desc-desfecho
                    when "Q" move "ARQUIVADA" to desc-desfecho
                    when "E" move "CONSELHO DE ETICA" to desc-desfecho
                    when other move spaces to desc-desfecho
           end-evaluate.
      *
      *    Reclamacao no reg-ov01 p/ a tela
      *
       rot-carrega.
           move ov01-protocolo to protocolo.
           move ov01-codigo to codigo.
           move ov01-reclamante to reclamante.
           move ov01-contato to contato.
           move ov01-destino to destino.
           move ov01-data-viagem to data-viagem.
           move ov01-valor-viagem to valor-viagem valor-aux.
           move ov01-relato to relato.
           move ov01-categoria to categoria.
           move ov01-grave to grave.
           move ov01-desfecho to desfecho.
           if ov01-prazo > ov01-data-abertura
              compute prazo-dias = ov01-prazo - ov01-data-abertura
           else
              move 0 to prazo-dias
           end-if.
      *
      *    Processo no Conselho de Etica p/ o reg-ov01 corrente, com
      *    a numeracao do registro de controle como no pget01
      *
       rot-abre-etica.
           move high-values to et01-controle.
           perform rot-le-et01.
           if erro not = 0
              go to rot-abre-etica-fim
           end-if.
           add 1 to et01-ult-proc.
           move et01-ult-proc to processo.
           rewrite reg-et01-1 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              go to rot-abre-etica-fim
           end-if.
           move ov01-numero to res-numero.
           move ov01-relato to res-relato.
           move processo to et01-processo.
           move ov01-codigo to et01-codigo.
           move resumo-etica to et01-resumo.
           move param-data to et01-data-abertura.
           move 1 to et01-fase.
           move param-data to et01-data-fase.
           compute et01-prazo-fase = param-data + prazo-dias.
           move spaces to et01-resultado.
           move 0 to et01-data-encerr.
           move param-usr to et01-usuario.
           move param-data to et01-data.
           write reg-et01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              go to rot-abre-etica-fim
           end-if.
           move "E" to ov01-desfecho.
           move processo to ov01-processo.
           move param-usr to ov01-usuario.
           move param-data to ov01-data.
           rewrite reg-ov01 invalid key
                   move 1 to erro
           end-rewrite.
           add 1 to tot-etica.
       rot-abre-etica-fim.
           exit.
      *
      *    Carta de notificacao do reg-ov01 corrente (uma pagina)
      *
       rot-carta.
           move spaces to dest-razao dest-endereco dest-cidade
                          dest-uf dest-embratur dest-iata.
           move 0 to dest-cep dest-categoria.
           move ov01-codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move ab01-razao-social to dest-razao
              move ab01-endereco to dest-endereco
              move ab01-cidade to dest-cidade
              move ab01-uf to dest-uf
              move ab01-cep to dest-cep
              move ab01-categoria to dest-categoria
              move ab01-embratur to dest-embratur
              move ab01-iata to dest-iata
           else
              move 0 to erro
              move "*** CODIGO NAO CADASTRADO ***" to dest-razao
           end-if.
           move ov01-categoria to categoria.
           perform rot-le-categoria.
           move 0 to erro.
           move ov01-prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to fus-prazo.
           write reg-imp from cab-abav after page.
           write reg-imp from spaces after 2 lines.
           move modelo to tx01-modelo.
           move 0 to tx01-linha.
           start arqtx01 key is not less tx01-chave invalid key
                 go to rot-carta-fim
           end-start.
       rot-carta-1.
           perform rot-le-prox-tx01.
           if erro not = 0
              move 0 to erro
              go to rot-carta-fim
           end-if.
           if tx01-modelo not = modelo
              go to rot-carta-fim
           end-if.
           move tx01-texto to fus-entrada.
           perform rot-funde-linha thru rot-funde-linha-fim.
           write reg-imp from fus-saida after 1 line.
           go to rot-carta-1.
       rot-carta-fim.
           add 1 to tot-cartas.
           if ov01-data-notif = 0
              move param-data to ov01-data-notif
              move param-usr to ov01-usuario
              move param-data to ov01-data
              rewrite reg-ov01 invalid key
                      move 0 to erro
              end-rewrite
           end-if.
      *
      *    Troca das marcas na linha (fus-entrada -> fus-saida),
      *    comparando as mais compridas primeiro, como no pgtx01
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
                 move dest-endereco to fus-campo
                 move 40 to fus-tamanho
                 move 9 to fus-marca
              end-if
              if fus-entrada(fus-i:9) = "&EMBRATUR"
                 move dest-embratur to fus-campo
                 move 12 to fus-tamanho
                 move 9 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 63
              if fus-entrada(fus-i:8) = "&DESTINO"
                 move ov01-destino to fus-campo
                 move 30 to fus-tamanho
                 move 8 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 64
              if fus-entrada(fus-i:7) = "&CIDADE"
                 move dest-cidade to fus-campo
                 move 20 to fus-tamanho
                 move 7 to fus-marca
              end-if
              if fus-entrada(fus-i:7) = "&NUMERO"
                 move spaces to fus-campo
                 move ov01-numero to fus-campo(1:5)
                 move 5 to fus-tamanho
                 move 7 to fus-marca
              end-if
              if fus-entrada(fus-i:7) = "&RECLAM"
                 move ov01-reclamante to fus-campo
                 move 40 to fus-tamanho
                 move 7 to fus-marca
              end-if
              if fus-entrada(fus-i:7) = "&MOTIVO"
                 move desc-categ to fus-campo
                 move 30 to fus-tamanho
                 move 7 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 65
              if fus-entrada(fus-i:6) = "&RAZAO"
                 move dest-razao to fus-campo
                 move 40 to fus-tamanho
                 move 6 to fus-marca
              end-if
              if fus-entrada(fus-i:6) = "&CATEG"
                 move spaces to fus-campo
                 move dest-categoria to fus-campo(1:3)
                 move 3 to fus-tamanho
                 move 6 to fus-marca
              end-if
              if fus-entrada(fus-i:6) = "&PRAZO"
                 move fus-prazo to fus-campo
                 move 8 to fus-tamanho
                 move 6 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 66
              if fus-entrada(fus-i:5) = "&IATA"
                 move dest-iata to fus-campo
                 move 12 to fus-tamanho
                 move 5 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 67
              if fus-entrada(fus-i:4) = "&CEP"
                 move spaces to fus-campo
                 move dest-cep to fus-campo(1:8)
                 move 8 to fus-tamanho
                 move 4 to fus-marca
              end-if
           end-if.
           if fus-marca = 0 and fus-i <= 68
              if fus-entrada(fus-i:3) = "&UF"
                 move spaces to fus-campo
                 move dest-uf to fus-campo(1:2)
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
      *    Conta a reclamacao corrente nas tabelas do relatorio
      *
       rot-conta-categ.
           move 1 to cat-idx.
       rot-conta-categ-1.
           if cat-idx > cat-qtd
              if cat-qtd >= cat-max
                 go to rot-conta-categ-2
              end-if
              add 1 to cat-qtd
              move cat-qtd to cat-idx
              move ov01-categoria to cat-codigo(cat-idx)
              move 0 to cat-reclam(cat-idx) cat-abertas(cat-idx)
                        cat-etica(cat-idx)
           end-if.
           if cat-codigo(cat-idx) not = ov01-categoria
              add 1 to cat-idx
              go to rot-conta-categ-1
           end-if.
           add 1 to cat-reclam(cat-idx).
           if ov01-desfecho = spaces
              add 1 to cat-abertas(cat-idx)
           end-if.
           if ov01-desfecho = "E"
              add 1 to cat-etica(cat-idx)
           end-if.
       rot-conta-categ-2.
           move 1 to ger-idx.
       rot-conta-categ-3.
           if ger-idx > ger-qtd
              if ger-qtd >= cat-max
                 go to rot-conta-categ-fim
              end-if
              add 1 to ger-qtd
              move ger-qtd to ger-idx
              move ov01-categoria to ger-codigo(ger-idx)
              move 0 to ger-reclam(ger-idx) ger-agencias(ger-idx)
           end-if.
           if ger-codigo(ger-idx) not = ov01-categoria
              add 1 to ger-idx
              go to rot-conta-categ-3
           end-if.
           add 1 to ger-reclam(ger-idx).
       rot-conta-categ-fim.
           exit.
      *
      *    Imprime a agencia acumulada (agencia-atual) e zera
      *
       rot-imprime-agencia.
           if agc-reclam = 0
              go to rot-imprime-agencia-fim
           end-if.
           add 1 to tot-agencias.
           if linha > 54
              perform rot-cabec
           end-if.
           move agencia-atual to cab-agc-codigo ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              move ab01-razao-social to cab-agc-razao
           else
              move 0 to erro
              move "*** CODIGO NAO CADASTRADO ***" to cab-agc-razao
           end-if.
           write reg-imp from cab-agc after 2 lines.
           add 2 to linha.
           move 1 to cat-idx.
       rot-imprime-agencia-1.
           if cat-idx > cat-qtd
              go to rot-imprime-agencia-2
           end-if.
           move cat-codigo(cat-idx) to categoria cab-lin-categ.
           perform rot-le-categoria.
           move 0 to erro.
           move desc-categ to cab-lin-desc.
           move cat-reclam(cat-idx) to cab-lin-reclam.
           move cat-abertas(cat-idx) to cab-lin-abertas.
           move cat-etica(cat-idx) to cab-lin-etica.
           move spaces to cab-lin-obs.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           move 1 to ger-idx.
       rot-imprime-agencia-1a.
           if ger-idx > ger-qtd
              go to rot-imprime-agencia-1b
           end-if.
           if ger-codigo(ger-idx) = cat-codigo(cat-idx)
              add 1 to ger-agencias(ger-idx)
              go to rot-imprime-agencia-1b
           end-if.
           add 1 to ger-idx.
           go to rot-imprime-agencia-1a.
       rot-imprime-agencia-1b.
           add 1 to cat-idx.
           go to rot-imprime-agencia-1.
       rot-imprime-agencia-2.
           move 0 to cab-lin-categ.
           move "TOTAL DO ASSOCIADO" to cab-lin-desc.
           move agc-reclam to cab-lin-reclam.
           move agc-abertas to cab-lin-abertas.
           move agc-etica to cab-lin-etica.
           move spaces to cab-lin-obs.
           if agc-reclam >= reincidencia
              move "REINCIDENTE" to cab-lin-obs
              add 1 to tot-reincid
           end-if.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
       rot-imprime-agencia-fim.
           move 0 to cat-qtd agc-reclam agc-abertas agc-etica.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display tracos(1:70) at line linha-tela column 05 with
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
           if funcao not = "T" and "I" and "N" and "D" and "E" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if (funcao = "T" or "E") and param-prioridade < 8
              move " Usuario sem prioridade para esta funcao - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           move param-data to hoje.
           evaluate true
                    when funcao = "T"
                         perform sec-tipos
                    when funcao = "I"
                         perform sec-inclusao
                    when funcao = "N"
                         perform sec-notificacao
                    when funcao = "D"
                         perform sec-desfecho
                    when funcao = "E"
                         perform sec-etica
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
      *  Categorias          *
      *                      *
      ************************
      *
       sec-tipos section.
      *
       lab-tip-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-tip-fim
           end-if.
           display tela-tipos.
      *
       lab-tip-01.
           move 0 to categoria.
           perform lmp-categ-t thru lmp-prazo-t.
           perform acc-categ-t.
           if escape-key = 1
              go to lab-tip-fim
           end-if.
           if categoria = 0
              go to lab-tip-01
           end-if.
           perform rot-le-categoria.
           if erro = 0
              move "S" to flag-existe
              move ct-grave to grave
              move ct-prazo to prazo-dias
           else
              move 0 to erro
              move "N" to flag-existe
              move "N" to grave
              move 10 to prazo-dias
           end-if.
           perform dsp-categ-t.
      *
       lab-tip-02.
           perform acc-desc-t.
           if escape-key = 1
              go to lab-tip-01
           end-if.
           move desc-categ to txt.
           perform rot-texto.
           move txt to desc-categ.
           if desc-categ = spaces
              go to lab-tip-02
           end-if.
      *
       lab-tip-03.
           perform acc-grave-t.
           if escape-key = 1
              go to lab-tip-02
           end-if.
           move grave to txt.
           perform rot-texto.
           move txt to grave.
           if grave not = "S" and "N"
              go to lab-tip-03
           end-if.
      *
       lab-tip-04.
           perform acc-prazo-t.
           if escape-key = 1
              go to lab-tip-03
           end-if.
           if prazo-dias = 0
              go to lab-tip-04
           end-if.
      *
       lab-tip-05.
           if flag-existe = "S"
              move "Confirma (S) (N) ou (E)xclui a categoria ?" to
                   mensagem
           else
              move "Confirma (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-tip-04
           end-if.
           if resposta = "E" and flag-existe = "S"
              display tela-limpa-cad
              perform rot-le-categoria
              if erro = 0
                 delete arqtabl record invalid key
                        continue
                 end-delete
              end-if
              move 0 to erro
              go to lab-tip-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-tip-01
           else
              if resposta not = "S"
                 go to lab-tip-05
              end-if
           end-if.
           display tela-limpa-cad.
           move desc-categ to desc-categ-aux.
           perform rot-le-categoria.
           move desc-categ-aux to desc-categ.
           move grave to ct-grave.
           move prazo-dias to ct-prazo.
           move "52" to tabl-tipo-1.
           move desc-categ to tabl-descricao-1 tabl-descricao.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move categ-resto to tabl-resto.
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
           go to lab-tip-01.
      *
       lab-tip-fim.
           perform rot-close-tabl.
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
           perform rot-open-ov01.
           if erro not = 0
              go to lab-inc-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-inc-fim
           end-if.
           perform rot-open-pl01 thru rot-open-pl01-fim.
           if erro not = 0
              go to lab-inc-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-inc-fim
           end-if.
           display tela-reclamacao.
      *
       lab-inc-01.
           move 0 to protocolo codigo data-viagem valor-viagem
                     valor-aux categoria prazo-dias.
           move spaces to reclamante contato destino relato grave
                          desfecho.
           perform lmp-numero thru lmp-processo.
           display "NOVA" at 1029 with foreground-color 15
                   background-color 01.
           perform acc-protocolo.
           if escape-key = 1
              go to lab-inc-fim
           end-if.
           if protocolo = 0
              go to lab-inc-02
           end-if.
           if pl01-stat not = "A"
              move " Protocolo nao implantado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-inc-01
           end-if.
           move protocolo to pl01-numero.
           perform rot-le-pl01.
           if erro not = 0
              move 0 to erro
              move " Protocolo nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-inc-01
           end-if.
           if pl01-tipo not = "E"
              move " Protocolo nao e de documento recebido - Tecle <Ent
      -       "er>" to mensagem
              perform rot-erro-cad
              go to lab-inc-01
           end-if.
           move pl01-rem-nome to reclamante.
           display reclamante at 1229 with foreground-color 15
                   background-color 01.
      *
       lab-inc-02.
           perform acc-codigo.
           if escape-key = 1
              go to lab-inc-01
           end-if.
           if codigo = 0
              go to lab-inc-02
           end-if.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move 0 to erro
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-inc-02
           end-if.
           display ab01-razao-social-a at 1136 with
                   foreground-color 15 background-color 01.
      *
       lab-inc-03.
           perform acc-reclamante.
           if escape-key = 1
              go to lab-inc-02
           end-if.
           if reclamante = spaces
              go to lab-inc-03
           end-if.
      *
       lab-inc-04.
           perform acc-contato.
           if escape-key = 1
              go to lab-inc-03
           end-if.
      *
       lab-inc-05.
           perform acc-destino.
           if escape-key = 1
              go to lab-inc-04
           end-if.
      *
       lab-inc-06.
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-data-viagem thru acc-data-viagem-fim.
           if escape-key = 1
              go to lab-inc-05
           end-if.
           move 0 to data-viagem.
           if dia-euro = 0 and mes-euro = 0 and ano-euro = 0
              go to lab-inc-07
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-inc-06
           end-if.
           move dias-corr to data-viagem.
      *
       lab-inc-07.
           perform acc-valor.
           if escape-key = 1
              go to lab-inc-06
           end-if.
           move valor-aux to valor-viagem.
      *
       lab-inc-08.
           perform acc-relato.
           if escape-key = 1
              go to lab-inc-07
           end-if.
           if relato = spaces
              go to lab-inc-08
           end-if.
      *
       lab-inc-09.
           perform acc-categoria.
           if escape-key = 1
              go to lab-inc-08
           end-if.
           perform rot-le-categoria.
           if erro not = 0
              move 0 to erro
              move " Categoria nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-inc-09
           end-if.
           display desc-categ at 1734 with foreground-color 15
                   background-color 01.
           move ct-grave to grave.
           move ct-prazo to prazo-dias.
           perform dsp-grave.
      *
       lab-inc-10.
           perform acc-grave.
           if escape-key = 1
              go to lab-inc-09
           end-if.
           move grave to txt.
           perform rot-texto.
           move txt to grave.
           if grave not = "S" and "N"
              go to lab-inc-10
           end-if.
      *
       lab-inc-11.
           perform acc-prazo.
           if escape-key = 1
              go to lab-inc-10
           end-if.
           if prazo-dias = 0
              go to lab-inc-11
           end-if.
           compute dias-corr = hoje + prazo-dias.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1855 with foreground-color 15
                   background-color 01.
      *
       lab-inc-12.
           move "Registra a reclamacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-inc-11
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-inc-01
           else
              if resposta not = "S"
                 go to lab-inc-12
              end-if
           end-if.
           display tela-limpa-cad.
           move high-values to ov01-controle.
           perform rot-le-ov01.
           if erro not = 0
              move 0 to erro
              go to lab-inc-fim
           end-if.
           add 1 to ov01-ult-num.
           move ov01-ult-num to numero.
           rewrite reg-ov01-1 invalid key
                   move 1 to erro
           end-rewrite.
           move 0 to erro.
           move spaces to reg-ov01.
           move numero to ov01-numero.
           move codigo to ov01-codigo.
           move protocolo to ov01-protocolo.
           move reclamante to ov01-reclamante.
           move contato to ov01-contato.
           move destino to ov01-destino.
           move data-viagem to ov01-data-viagem.
           move valor-viagem to ov01-valor-viagem.
           move relato to ov01-relato.
           move categoria to ov01-categoria.
           move grave to ov01-grave.
           move hoje to ov01-data-abertura.
           compute ov01-prazo = hoje + prazo-dias.
           move 0 to ov01-data-notif ov01-data-resposta ov01-processo.
           move spaces to ov01-desfecho.
           move param-usr to ov01-usuario.
           move param-data to ov01-data.
           write reg-ov01 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
           move spaces to mensagem.
           string "Reclamacao " numero " registrada - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-inc-01.
      *
       lab-inc-fim.
           perform rot-close-tabl.
           perform rot-close-pl01.
           perform rot-close-ab01.
           perform rot-close-ov01.
           exit.
      *
      ************************
      *                      *
      *  Notificacao         *
      *                      *
      ************************
      *
       sec-notificacao section.
      *
       lab-not-00.
           perform rot-open-ov01.
           if erro not = 0
              go to lab-not-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-not-fim
           end-if.
           perform rot-open-tx01.
           if erro not = 0
              go to lab-not-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-not-fim
           end-if.
           display tela-notificacao.
      *
       lab-not-01.
           move 0 to numero.
           perform lmp-numero.
           perform acc-numero.
           if escape-key = 1
              go to lab-not-fim
           end-if.
           if numero = 0
              go to lab-not-02
           end-if.
           move numero to ov01-numero.
           perform rot-le-ov01.
           if erro not = 0
              move 0 to erro
              move " Reclamacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-not-01
           end-if.
      *
       lab-not-02.
           move spaces to modelo.
           perform lmp-modelo.
           perform acc-modelo.
           if escape-key = 1
              go to lab-not-01
           end-if.
           move modelo to txt.
           perform rot-texto.
           move txt to modelo.
           if modelo = spaces
              go to lab-not-02
           end-if.
           move modelo to tx01-modelo.
           move 1 to tx01-linha.
           perform rot-le-tx01.
           if erro not = 0
              move 0 to erro
              move " Modelo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-not-02
           end-if.
      *
       lab-not-03.
           if numero = 0
              move "Notifica as reclamacoes ainda nao notificadas (S) (N
      -       ") ?" to mensagem
           else
              move "Imprime a notificacao (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-not-02
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-not-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-not-fim
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move 0 to tot-cartas.
           if numero not = 0
              move numero to ov01-numero
              perform rot-le-ov01
              if erro = 0
                 perform rot-carta thru rot-carta-fim
              end-if
              move 0 to erro
              go to lab-not-05
           end-if.
           move 0 to ov01-numero.
           start arqov01 key is not less ov01-chave invalid key
                 go to lab-not-05
           end-start.
      *
       lab-not-04.
           perform rot-le-prox-ov01.
           if erro not = 0
              move 0 to erro
              go to lab-not-05
           end-if.
           if ov01-chave = high-values
              go to lab-not-04
           end-if.
           if ov01-data-notif not = 0 or ov01-desfecho not = spaces
              go to lab-not-04
           end-if.
           perform rot-carta thru rot-carta-fim.
           go to lab-not-04.
      *
       lab-not-05.
           if tot-cartas not = 0
              write reg-imp from spaces after page
           end-if.
           perform rot-close-imp.
           move spaces to mensagem.
           string "Cartas emitidas: " tot-cartas " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-not-01.
      *
       lab-not-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           perform rot-close-tx01.
           perform rot-close-ab01.
           perform rot-close-ov01.
           exit.
      *
      ************************
      *                      *
      *  Desfecho            *
      *                      *
      ************************
      *
       sec-desfecho section.
      *
       lab-des-00.
           perform rot-open-ov01.
           if erro not = 0
              go to lab-des-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-des-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-des-fim
           end-if.
           display tela-reclamacao.
      *
       lab-des-01.
           move 0 to numero.
           perform lmp-numero thru lmp-processo.
           perform acc-numero.
           if escape-key = 1
              go to lab-des-fim
           end-if.
           if numero = 0
              go to lab-des-01
           end-if.
           move numero to ov01-numero.
           perform rot-le-ov01.
           if erro not = 0
              move 0 to erro
              move " Reclamacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-des-01
           end-if.
           perform rot-carrega.
           perform dsp-reclamacao.
           if ov01-desfecho = "E"
              move " Reclamacao ja esta no Conselho de Etica - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-des-01
           end-if.
      *
       lab-des-02.
           perform acc-desfecho.
           if escape-key = 1
              go to lab-des-01
           end-if.
           move desfecho to txt.
           perform rot-texto.
           move txt to desfecho.
           if desfecho not = "P" and "I" and "A" and "Q" and spaces
              go to lab-des-02
           end-if.
           perform dsp-desfecho.
      *
       lab-des-03.
           move "Confirma o desfecho (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-des-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-des-01
           else
              if resposta not = "S"
                 go to lab-des-03
              end-if
           end-if.
           display tela-limpa-cad.
           move numero to ov01-numero.
           perform rot-le-ov01.
           if erro not = 0
              move 0 to erro
              go to lab-des-01
           end-if.
           move desfecho to ov01-desfecho.
           if desfecho = spaces
              move 0 to ov01-data-resposta
           else
              move hoje to ov01-data-resposta
           end-if.
           move param-usr to ov01-usuario.
           move param-data to ov01-data.
           rewrite reg-ov01 invalid key
                   move 0 to erro
           end-rewrite.
           go to lab-des-01.
      *
       lab-des-fim.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-ov01.
           exit.
      *
      ************************
      *                      *
      *  Conselho de Etica   *
      *                      *
      ************************
      *
       sec-etica section.
      *
       lab-eti-00.
           perform rot-open-ov01.
           if erro not = 0
              go to lab-eti-fim
           end-if.
           perform rot-open-et01.
           if erro not = 0
              go to lab-eti-fim
           end-if.
           display tela-etica.
      *
       lab-eti-01.
           move 0 to numero.
           perform lmp-numero.
           perform acc-numero.
           if escape-key = 1
              go to lab-eti-fim
           end-if.
           if numero = 0
              go to lab-eti-02
           end-if.
           move numero to ov01-numero.
           perform rot-le-ov01.
           if erro not = 0
              move 0 to erro
              move " Reclamacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-eti-01
           end-if.
           if ov01-desfecho not = spaces
              move " Reclamacao ja encerrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-eti-01
           end-if.
      *
       lab-eti-02.
           move 15 to prazo-dias.
           perform acc-prazo-e.
           if escape-key = 1
              go to lab-eti-01
           end-if.
           if prazo-dias = 0
              go to lab-eti-02
           end-if.
      *
       lab-eti-03.
           move "Abre o processo no Conselho de Etica (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-eti-02
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-eti-01
           end-if.
           display tela-limpa-cad.
           move 0 to tot-etica.
           if numero not = 0
              move numero to ov01-numero
              perform rot-le-ov01
              if erro = 0
                 perform rot-abre-etica thru rot-abre-etica-fim
              end-if
              move 0 to erro
              go to lab-eti-05
           end-if.
           move 0 to ov01-numero.
           start arqov01 key is not less ov01-chave invalid key
                 go to lab-eti-05
           end-start.
      *
       lab-eti-04.
           perform rot-le-prox-ov01.
           if erro not = 0
              move 0 to erro
              go to lab-eti-05
           end-if.
           if ov01-chave = high-values
              go to lab-eti-04
           end-if.
           if ov01-desfecho not = spaces
              go to lab-eti-04
           end-if.
           if ov01-grave not = "S" and ov01-prazo not < hoje
              go to lab-eti-04
           end-if.
           perform rot-abre-etica thru rot-abre-etica-fim.
           move 0 to erro.
           go to lab-eti-04.
      *
       lab-eti-05.
           move spaces to mensagem.
           string "Processos abertos: " tot-etica " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-eti-01.
      *
       lab-eti-fim.
           perform rot-close-et01.
           perform rot-close-ov01.
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
           perform rot-open-ov01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-ab01.
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
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-data-ini thru acc-data-ini-fim.
           if escape-key = 1
              go to lab-rel-fim
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-rel-01
           end-if.
           move dias-corr to data-ini.
           move data-disp to cab-periodo(1:8).
      *
       lab-rel-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-data-fim thru acc-data-fim-fim.
           if escape-key = 1
              go to lab-rel-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-rel-02
           end-if.
           move dias-corr to data-fim.
           if data-fim < data-ini
              perform rot-data-i
              go to lab-rel-02
           end-if.
           move " a " to cab-periodo(9:3).
           move data-disp to cab-periodo(12:8).
      *
       lab-rel-03.
           move 0 to sele-codigo.
           perform acc-sele-codigo.
           if escape-key = 1
              go to lab-rel-02
           end-if.
      *
       lab-rel-04.
           move 3 to reincidencia.
           perform acc-reincidencia.
           if escape-key = 1
              go to lab-rel-03
           end-if.
           if reincidencia = 0
              go to lab-rel-04
           end-if.
      *
       lab-rel-05.
           move "Imprime o relatorio (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rel-04
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-rel-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move 0 to pagina tot-reclam tot-abertas tot-agencias
                     tot-reincid tot-etica cat-qtd ger-qtd agc-reclam
                     agc-abertas agc-etica agencia-atual.
           perform rot-cabec.
           move sele-codigo to ov01-codigo.
           start arqov01 key is not less ov01-chave-1 invalid key
                 go to lab-rel-07
           end-start.
      *
       lab-rel-06.
           perform rot-le-prox-ov01.
           if erro not = 0
              move 0 to erro
              go to lab-rel-07
           end-if.
           if ov01-chave = high-values
              go to lab-rel-06
           end-if.
           if sele-codigo not = 0 and ov01-codigo not = sele-codigo
              go to lab-rel-07
           end-if.
           if ov01-data-abertura < data-ini or
              ov01-data-abertura > data-fim
              go to lab-rel-06
           end-if.
           if ov01-codigo not = agencia-atual
              perform rot-imprime-agencia thru rot-imprime-agencia-fim
              move ov01-codigo to agencia-atual
           end-if.
           perform rot-conta-categ thru rot-conta-categ-fim.
           add 1 to agc-reclam tot-reclam.
           if ov01-desfecho = spaces
              add 1 to agc-abertas tot-abertas
           end-if.
           if ov01-desfecho = "E"
              add 1 to agc-etica tot-etica
           end-if.
           go to lab-rel-06.
      *
      *    Resumo geral por categoria
      *
       lab-rel-07.
           perform rot-imprime-agencia thru rot-imprime-agencia-fim.
           perform rot-cabec.
           move "Resumo por categoria" to reg-imp.
           write reg-imp after 1 line.
           add 1 to linha.
           move 1 to ger-idx.
      *
       lab-rel-08.
           if ger-idx > ger-qtd
              go to lab-rel-09
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move ger-codigo(ger-idx) to categoria cab-lin-categ.
           perform rot-le-categoria.
           move 0 to erro.
           move desc-categ to cab-lin-desc.
           move ger-reclam(ger-idx) to cab-lin-reclam.
           move 0 to cab-lin-abertas cab-lin-etica.
           move spaces to cab-lin-obs.
           string ger-agencias(ger-idx) " assoc." delimited by size
                  into cab-lin-obs
           end-string.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add 1 to ger-idx.
           go to lab-rel-08.
      *
       lab-rel-09.
           write reg-imp from tracos after 1 line.
           move "Reclamacoes no periodo.............:" to cab-tot-texto.
           move tot-reclam to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "  aguardando resposta..............:" to cab-tot-texto.
           move tot-abertas to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "  encaminhadas ao Conselho de Etica:" to cab-tot-texto.
           move tot-etica to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Associados reclamados..............:" to cab-tot-texto.
           move tot-agencias to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "  reincidentes.....................:" to cab-tot-texto.
           move tot-reincid to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
           go to lab-rel-01.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-ov01.
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
       acc-categ-t.
           accept categoria at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desc-t.
           accept desc-categ at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-grave-t.
           accept grave at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-prazo-t.
           accept prazo-dias at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-numero.
           accept numero at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-protocolo.
           accept protocolo at 1051 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-reclamante.
           accept reclamante at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-contato.
           accept contato at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-destino.
           accept destino at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-viagem.
           accept dia-euro at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-viagem-fim
           end-if.
           accept mes-euro at 1532 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-viagem-fim
           end-if.
           accept ano-euro at 1535 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-viagem-fim.
           exit.
      *
       acc-valor.
           accept valor-aux at 1547 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-relato.
           accept relato at 1614 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-categoria.
           accept categoria at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-grave.
           accept grave at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-prazo.
           accept prazo-dias at 1850 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desfecho.
           accept desfecho at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-modelo.
           accept modelo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-prazo-e.
           accept prazo-dias at 1129 with auto update prompt
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
       acc-sele-codigo.
           accept sele-codigo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-reincidencia.
           accept reincidencia at 1229 with auto update prompt
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
       dsp-categ-t.
           display desc-categ at 1129 with foreground-color 15
                   background-color 01.
           display grave at 1229 with foreground-color 15
                   background-color 01.
           display prazo-dias at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-grave.
           display grave at 1829 with foreground-color 15
                   background-color 01.
           display prazo-dias at 1850 with foreground-color 15
                   background-color 01.
      *
       dsp-desfecho.
           perform rot-desc-desfecho.
           display desfecho at 1929 with foreground-color 15
                   background-color 01.
           display desc-desfecho at 1931 with foreground-color 15
                   background-color 01.
           if ov01-data-resposta not = 0
              move ov01-data-resposta to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1955 with foreground-color 15
                      background-color 01
           end-if.
      *
       dsp-reclamacao.
           display ov01-protocolo at 1051 with foreground-color 15
                   background-color 01.
           display codigo at 1129 with foreground-color 15
                   background-color 01.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro = 0
              display ab01-razao-social-a at 1136 with
                      foreground-color 15 background-color 01
           end-if.
           move 0 to erro.
           display reclamante at 1229 with foreground-color 15
                   background-color 01.
           display contato at 1329 with foreground-color 15
                   background-color 01.
           display destino at 1429 with foreground-color 15
                   background-color 01.
           if data-viagem not = 0
              move data-viagem to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1529 with foreground-color 15
                      background-color 01
           end-if.
           display valor-aux at 1547 with foreground-color 15
                   background-color 01.
           display relato at 1614 with foreground-color 15
                   background-color 01.
           display categoria at 1729 with foreground-color 15
                   background-color 01.
           perform rot-le-categoria.
           move 0 to erro.
           display desc-categ at 1734 with foreground-color 15
                   background-color 01.
           perform dsp-grave.
           move ov01-prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1855 with foreground-color 15
                   background-color 01.
           perform dsp-desfecho.
           if ov01-data-notif not = 0
              move ov01-data-notif to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 2029 with foreground-color 15
                      background-color 01
           end-if.
           if ov01-processo not = 0
              display ov01-processo at 2053 with foreground-color 15
                      background-color 01
           end-if.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-categ-t.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-desc-t.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-grave-t.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-prazo-t.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-numero.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1051 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-reclamante.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-contato.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-destino.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-viagem.
           display "  /  /  " at 1529 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1547 with foreground-color 15
                   background-color 01.
           display "   " at 1557 with foreground-color 15
                   background-color 01.
      *
       lmp-relato.
           display limpa-60 at 1614 with foreground-color 15
                   background-color 01.
      *
       lmp-categoria.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-grave.
           display limpa-10(1:5) at 1829 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1850 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1860 with foreground-color 15
                   background-color 01.
      *
       lmp-desfecho.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-processo.
           display limpa-10 at 2029 with foreground-color 15
                   background-color 01.
           display limpa-10 at 2053 with foreground-color 15
                   background-color 01.
      *
       lmp-modelo.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
