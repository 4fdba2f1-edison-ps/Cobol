      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGPU01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Assinaturas de Publicacoes (guia e boletim) :              *
      *                                                             *
      *  (C)adastro    - assinatura por numero: assinante associado *
      *                  (ARQAB01) ou do cadastro geral (ARQCD01),  *
      *                  publicacao (produto do ARQCE02), vigencia, *
      *                  exemplares, valor anual e endereco de      *
      *                  entrega;                                   *
      *  (N)Renovacao  - renova por mais um ano as assinaturas cujo *
      *                  titulo de renovacao ja saiu do ARQRC01     *
      *                  (quitado); segue a reemissao pelo          *
      *                  rc01-doc-sucessor; e emite o aviso, com o  *
      *                  titulo de renovacao no ARQRC01 (serie      *
      *                  "RC"), p/ as que vencem em ate 30 dias;    *
      *  (E)dicao      - expedicao de uma edicao: relacao de        *
      *                  remessa e etiquetas dos assinantes ativos  *
      *                  na data, com a saida (movimento 3) da      *
      *                  publicacao no ARQCE03 e o registro da      *
      *                  edicao no ARQPU02;                         *
      *  (V)encidas    - assinaturas vencidas e nao renovadas.      *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                               15/10/26     v1.03            *
      *                               15/10/26     v1.04            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgpu01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqpu01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pu01-chave
                  alternate record key is pu01-chave-1 with duplicates
                  alternate record key is pu01-chave-2 with duplicates
                  file status is pu01-status.
      *
           select arqpu02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pu02-chave
                  file status is pu02-status.
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
           select arqce02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce02-chave
                  alternate record key is ce02-chave-1 with duplicates
                  file status is ce02-status.
      *
           select arqce03 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce03-chave
                  alternate record key is ce03-chave-1 with duplicates
                  alternate record key is ce03-chave-2 with duplicates
                  file status is ce03-status.
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
       copy fdpu01.lib.
      *
       copy fdpu02.lib.
      *
       copy fdab01.lib.
      *
       copy fdcd01.lib.
      *
       copy fdce02.lib.
      *
       copy fdce03.lib.
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
       01 pu01-status                  pic x(02) value "00".
       01 pu01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pu01.
          02 pu01-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 pu01-nome-arq             pic x(08) value "ARQPU01A".
          02 filler                    pic x(01) value ".".
          02 pu01-ext                  pic x(03) value "DAT".
      *
       01 pu02-status                  pic x(02) value "00".
       01 pu02-stat                    pic x(01) value "F".
      *
       01 nome-arq-pu02.
          02 pu02-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 pu02-nome-arq             pic x(08) value "ARQPU02A".
          02 filler                    pic x(01) value ".".
          02 pu02-ext                  pic x(03) value "DAT".
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
          02 cd01-dir                  pic x(03) value "CD1".
          02 filler                    pic x(01) value "\".
          02 cd01-nome                 pic x(08) value "ARQCD01A".
          02 filler                    pic x(01) value ".".
          02 cd01-ext                  pic x(03) value "DAT".
      *
       01 ce02-status                  pic x(02) value "00".
       01 ce02-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce02.
          02 ce02-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce02-nome                 pic x(08) value "ARQCE02A".
          02 filler                    pic x(01) value ".".
          02 ce02-ext                  pic x(03) value "DAT".
      *
       01 ce03-status                  pic x(02) value "00".
       01 ce03-stat                    pic x(01) value "F".
      *
       01 nome-arq-ce03.
          02 ce03-dir                  pic x(03) value "CE2".
          02 filler                    pic x(01) value "\".
          02 ce03-nome                 pic x(08) value "ARQCE03A".
          02 filler                    pic x(01) value ".".
          02 ce03-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGPU01".
          02 cb-versao                 pic x(06) value "v1.04 ".
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
          02 numero                    pic 9(06) value 0.
          02 tipo                      pic x(01) value spaces.
          02 assinante                 pic 9(05) value 0.
          02 condicao                  pic x(01) value spaces.
          02 nome-assinante            pic x(40) value spaces.
          02 grupo                     pic 9(05) value 0.
          02 produto                   pic 9(05) value 0.
          02 desc-produto              pic x(40) value spaces.
          02 data-ini                  pic 9(06) value 0.
          02 data-fim                  pic 9(06) value 0.
          02 exemplares                pic 9(03) value 0.
          02 valor                     pic 9(09)v9(02) value 0.
          02 valor-aux                 pic z(08)9,9(02) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 endereco                  pic x(40) value spaces.
          02 cidade                    pic x(20) value spaces.
          02 uf                        pic x(02) value spaces.
          02 cep                       pic 9(08) value 0.
          02 situacao                  pic x(01) value spaces.
          02 edicao                    pic 9(05) value 0.
          02 data-edicao               pic 9(06) value 0.
          02 deposito                  pic 9(02) value 1.
          02 portador                  pic 9(03) value 0.
          02 operacao                  pic 9(03) value 0.
          02 flag-existe               pic x(01) value spaces.
      *
       01 campo-diautil.
          02 dut-par-data              pic 9(06) value 0.
          02 dut-par-data-util         pic 9(06) value 0.
      *
       01 campo-serie.
          02 ser-par-codigo            pic x(05) value spaces.
          02 ser-par-numero            pic 9(08) value 0.
          02 ser-par-usr               pic x(10) value spaces.
          02 ser-par-data              pic 9(06) value 0.
          02 ser-par-ok                pic x(01) value spaces.
      *
       01 doc-serie                    pic 9(08) value 0.
       01 hoje                         pic 9(06) value 0.
       01 limite-aviso                 pic 9(06) value 0.
       01 codigo-mov                   pic 9(06) value 0.
      *
       01 cont-as.
          02 qtd-assin                 pic 9(05) value 0.
          02 qtd-exemp                 pic 9(06) value 0.
          02 qtd-renov                 pic 9(05) value 0.
          02 qtd-aviso                 pic 9(05) value 0.
          02 qtd-sem-valor             pic 9(05) value 0.
          02 qtd-vencida               pic 9(05) value 0.
          02 tot-aviso                 pic 9(11)v9(02) value 0.
      *
       01 saldo-disp                   pic ----.--9,99.
      *
       01 obs-edicao.
          02 filler                    pic x(28) value
             "EXPEDICAO ASSINANTES EDICAO ".
          02 obs-edicao-num            pic 9(05) value 0.
      *
       01 nf-edicao.
          02 filler                    pic x(03) value "ASS".
          02 nf-edicao-num             pic 9(05) value 0.
      *
       01 obs-renovacao.
          02 filler                    pic x(22) value
             "RENOVACAO ASSINATURA ".
          02 obs-renovacao-num         pic 9(06) value 0.
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
          02 cab-titulo-rel            pic x(50) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-sub.
          02 filler                    pic x(02) value spaces.
          02 cab-sub-texto             pic x(80) value spaces.
      *
      *    Relacao de remessa da edicao
      *
       01 cab-tit.
          02 filler                    pic x(08) value "Assinat.".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(08) value "Assin.".
          02 filler                    pic x(36) value "Nome".
          02 filler                    pic x(06) value " Exem.".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(28) value "Cidade / UF".
      *
       01 cab-lin.
          02 cab-lin-numero            pic 9(06) value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-lin-tipo              pic x(01) value spaces.
          02 filler                    pic x(01) value "-".
          02 cab-lin-assinante         pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-nome              pic x(35) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-exemplares        pic zz9 value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-lin-cidade            pic x(20) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-uf                pic x(02) value spaces.
      *
      *    Assinaturas vencidas
      *
       01 cab-tit-v.
          02 filler                    pic x(08) value "Assinat.".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(08) value "Assin.".
          02 filler                    pic x(32) value "Nome".
          02 filler                    pic x(12) value "Grupo/Prod.".
          02 filler                    pic x(10) value "Venceu em".
          02 filler                    pic x(06) value " Dias".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(11) value "Aviso".
          02 filler                    pic x(18) value "Titulo".
      *
       01 cab-lin-v.
          02 cab-v-numero              pic 9(06) value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-v-tipo                pic x(01) value spaces.
          02 filler                    pic x(01) value "-".
          02 cab-v-assinante           pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-v-nome                pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-v-grupo               pic 9(05) value 0.
          02 filler                    pic x(01) value "/".
          02 cab-v-produto             pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-v-fim                 pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-v-dias                pic zzzz9 value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-v-aviso               pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-v-situacao            pic x(18) value spaces.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(36) value spaces.
          02 cab-tot-qtd               pic zzzzz9 value 0.
      *
      *    Etiqueta (uma por assinante, 6 linhas)
      *
       01 etq-01.
          02 etq-numero                pic 9(06) value 0.
          02 filler                    pic x(02) value spaces.
          02 etq-edicao-tit            pic x(08) value "Edicao ".
          02 etq-edicao                pic 9(05) value 0.
          02 filler                    pic x(04) value spaces.
          02 etq-exemplares            pic zz9 value 0.
          02 filler                    pic x(05) value " ex.".
      *
      *    Aviso de renovacao
      *
       01 avs-ref.
          02 filler                    pic x(40) value
             "Ref.: Renovacao da assinatura numero ".
          02 avs-numero                pic 9(06) value 0.
      *
       01 avs-pub.
          02 filler                    pic x(12) value "Publicacao: ".
          02 avs-publicacao            pic x(40) value spaces.
      *
       01 avs-texto-1.
          02 filler                    pic x(26) value
             "Sua assinatura vence em ".
          02 avs-fim                   pic x(08) value spaces.
          02 filler                    pic x(32) value
             ". Para renova-la por mais um ano".
      *
       01 avs-texto-2.
          02 filler                    pic x(60) value
             "basta quitar o titulo abaixo ate o seu vencimento:".
      *
       01 avs-titulo.
          02 filler                    pic x(11) value "Documento: ".
          02 avs-documento             pic x(10) value spaces.
          02 filler                    pic x(15) value
             "  Vencimento: ".
          02 avs-vencimento            pic x(08) value spaces.
          02 filler                    pic x(10) value "  Valor: ".
          02 avs-valor                 pic zz.zzz.zz9,99.
      *
       01 avs-exemplares.
          02 filler                    pic x(24) value
             "Exemplares por edicao: ".
          02 avs-qtd                   pic zz9 value 0.
      *
       01 avs-cidade.
          02 avs-cep                   pic 99999b999 value 0.
          02 filler                    pic x(02) value spaces.
          02 avs-cidade-nome           pic x(20) value spaces.
          02 filler                    pic x(01) value spaces.
          02 avs-uf                    pic x(02) value spaces.
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
             highlight value "Assinaturas de Publicacoes".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/N/E/V).....:".
      *
       01 tela-cadastro.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Numero (0 = nova)....:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Assinante (A/C)......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Publicacao...........:".
          02 line 12 column 34 foreground-color 06 background-color 01
             highlight value "/".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Vigencia.............:".
          02 line 13 column 31 foreground-color 06 background-color 01
             highlight value "/  /     a   /  /".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Exemplares por edicao:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Valor anual..........:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Endereco de entrega..:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Cidade...............:".
          02 line 17 column 52 foreground-color 06 background-color 01
             highlight value "UF:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "CEP..................:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Situacao (A/C).......:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Aviso de renovacao...:".
      *
       01 tela-renovacao.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Portador.............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
      *
       01 tela-edicao.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Publicacao...........:".
          02 line 10 column 34 foreground-color 06 background-color 01
             highlight value "/".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Edicao...............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Data da edicao.......:".
          02 line 12 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Deposito.............:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Assinantes ativos....:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Exemplares...........:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Saldo em estoque.....:".
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
       rot-open-pu01.
           move 0 to erro.
           if pu01-stat = "F"
              open i-o arqpu01
              if pu01-status = "35"
                 open output arqpu01
                 move zeros to reg-pu01-1
                 move high-values to pu01-controle
                 move 0 to pu01-ult-numero
                 write reg-pu01-1
                 close arqpu01
                 open i-o arqpu01
              end-if
              if pu01-status not = "00"
                 move
                 " Erro de abertura no ARQPU01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pu01-stat
              end-if
           end-if.
      *
       rot-close-pu01.
           if pu01-stat = "A"
              close arqpu01
              move "F" to pu01-stat
           end-if.
      *
       rot-le-pu01.
           move 0 to erro.
           read arqpu01 invalid key move 1 to erro.
           if pu01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pu01
           end-if.
      *
       rot-le-prox-pu01.
           move 0 to erro.
           read arqpu01 next record at end move 1 to erro.
           if pu01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pu01
           end-if.
      *
       rot-open-pu02.
           move 0 to erro.
           if pu02-stat = "F"
              open i-o arqpu02
              if pu02-status = "35"
                 open output arqpu02
                 close arqpu02
                 open i-o arqpu02
              end-if
              if pu02-status not = "00"
                 move
                 " Erro de abertura no ARQPU02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pu02-stat
              end-if
           end-if.
      *
       rot-close-pu02.
           if pu02-stat = "A"
              close arqpu02
              move "F" to pu02-stat
           end-if.
      *
       rot-le-pu02.
           move 0 to erro.
           read arqpu02 invalid key move 1 to erro.
           if pu02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-pu02
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
       rot-open-ce02.
           move 0 to erro.
           if ce02-stat = "F"
              open input arqce02
              if ce02-status not = "00"
                 move
                 " Erro de abertura no ARQCE02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce02-stat
              end-if
           end-if.
      *
       rot-close-ce02.
           if ce02-stat = "A"
              close arqce02
              move "F" to ce02-stat
           end-if.
      *
       rot-le-ce02.
           move 0 to erro.
           read arqce02 invalid key move 1 to erro.
           if ce02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce02
           end-if.
      *
       rot-open-ce03.
           move 0 to erro.
           if ce03-stat = "F"
              open i-o arqce03
              if ce03-status not = "00"
                 move
                 " Erro de abertura no ARQCE03A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ce03-stat
              end-if
           end-if.
      *
       rot-close-ce03.
           if ce03-stat = "A"
              close arqce03
              move "F" to ce03-stat
           end-if.
      *
       rot-le-ce03-lock.
           move 0 to erro.
           read arqce03 with kept lock invalid key move 1 to erro.
           if ce03-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ce03-lock
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
       rot-le-rc01.
           move 0 to erro.
           read arqrc01 invalid key move 1 to erro.
           if rc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rc01
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
           if funcao = "V"
              write reg-imp from cab-tit-v after 1 line
           else
              write reg-imp from cab-tit after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
      *
      *    Mesmo dia e mes do ano seguinte a dias-corr, menos um
      *    dia (fim de um ano de vigencia). 29/02 vira 28/02
      *
       rot-mais-um-ano.
           move 1 to opcao-data.
           perform rot-data.
           add 1 to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              move 28 to dia-euro
              move 2 to opcao-data
              perform rot-data
           end-if.
           subtract 1 from dias-corr.
      *
      *    Assinante (tipo/assinante) no nome-assinante e
      *    condicao; erro = 1 se nao cadastrado
      *
       rot-le-assinante.
           move spaces to nome-assinante.
           if tipo = "A"
              move assinante to ab01-codigo
              perform rot-le-ab01
              if erro = 0
                 move ab01-razao-social to nome-assinante
                 move ab01-condicao to condicao
              end-if
           else
              move assinante to cd01-codigo
              perform rot-le-cd01
              if erro = 0
                 move cd01-razao-social-a to nome-assinante
                 move "C" to condicao
              end-if
           end-if.
      *
      *    Endereco de entrega sugerido pelo cadastro
      *
       rot-endereco-cadastro.
           if tipo = "A"
              move ab01-endereco to endereco
              move ab01-cidade to cidade
              move ab01-uf to uf
              move ab01-cep to cep
           else
              move cd01-endereco to endereco
              move cd01-cidade to cidade
              move cd01-uf to uf
              move cd01-cep to cep
           end-if.
      *
       rot-le-publicacao.
           move spaces to desc-produto.
           move grupo to ce02-grupo.
           move produto to ce02-produto.
           perform rot-le-ce02.
           if erro = 0
              move ce02-descricao-a to desc-produto
           end-if.
      *
      *    Titulo de renovacao do reg-pu01 no ARQRC01 (serie "RC",
      *    vencimento no fim da vigencia ou em 10 dias, se ja
      *    vencida, levado ao dia util)
      *
       rot-grava-titulo.
           move "RC   " to ser-par-codigo.
           move param-usr to ser-par-usr.
           move param-data to ser-par-data.
           call "rotser01" using campo-serie.
           if ser-par-ok not = "S"
              move 1 to erro
              go to rot-grava-titulo-fim
           end-if.
           move ser-par-numero to doc-serie.
           move pu01-assinante to rc01-codigo rc01-codigo-a.
           move pu01-condicao to rc01-condicao rc01-condicao-a.
           move doc-serie to rc01-documento.
           move rc01-documento to rc01-documento-a.
           if pu01-data-fim < hoje
              compute dut-par-data = hoje + 10
           else
              move pu01-data-fim to dut-par-data
           end-if.
           call "rotdut01" using campo-diautil.
           move dut-par-data-util to rc01-vencimento.
           move pu01-valor to rc01-valor.
           move pu01-numero to obs-renovacao-num.
           move obs-renovacao to rc01-obs.
           move portador to rc01-portador.
           move operacao to rc01-operacao.
           move param-data to rc01-emissao.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           move spaces to rc01-doc-cob rc01-situacao rc01-doc-sucessor.
           move spaces to rc01-moeda rc01-evento.
           move spaces to rc01-carne.
           move 0 to rc01-valor-moeda rc01-ccusto.
           move rc01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to rc01-entidade.
           write reg-rc01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-rc01
           end-write.
       rot-grava-titulo-fim.
           exit.
      *
      *    Carta de aviso de renovacao (reg-pu01 e reg-rc01)
      *
       rot-imprime-aviso.
           if pagina = 0
              write reg-imp from cab-abav
           else
              write reg-imp from cab-abav after page
           end-if.
           add 1 to pagina.
           write reg-imp from spaces after 3 lines.
           move pu01-nome to reg-imp.
           write reg-imp after 1 line.
           move pu01-endereco to reg-imp.
           write reg-imp after 1 line.
           move pu01-cep to avs-cep.
           move pu01-cidade to avs-cidade-nome.
           move pu01-uf to avs-uf.
           write reg-imp from avs-cidade after 1 line.
           write reg-imp from spaces after 3 lines.
           move pu01-numero to avs-numero.
           write reg-imp from avs-ref after 1 line.
           move desc-produto to avs-publicacao.
           write reg-imp from avs-pub after 1 line.
           write reg-imp from spaces after 1 line.
           move pu01-data-fim to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to avs-fim.
           write reg-imp from avs-texto-1 after 1 line.
           write reg-imp from avs-texto-2 after 1 line.
           write reg-imp from spaces after 1 line.
           move rc01-documento to avs-documento.
           move rc01-vencimento to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to avs-vencimento.
           move rc01-valor to avs-valor.
           write reg-imp from avs-titulo after 1 line.
           move pu01-exemplares to avs-qtd.
           write reg-imp from avs-exemplares after 1 line.
           write reg-imp from spaces after 3 lines.
           move "Atenciosamente," to reg-imp.
           write reg-imp after 1 line.
           write reg-imp from spaces after 2 lines.
           move "ABAV/SP - Publicacoes" to reg-imp.
           write reg-imp after 1 line.
      *
      *    Assinantes ativos da publicacao na data da edicao
      *    (contagem p/ a tela)
      *
       rot-conta-edicao.
           move 0 to qtd-assin qtd-exemp.
           move grupo to pu01-grupo.
           move produto to pu01-produto.
           start arqpu01 key is not less pu01-chave-2 invalid key
                 go to rot-conta-edicao-fim
           end-start.
       rot-conta-edicao-1.
           perform rot-le-prox-pu01.
           if erro not = 0
              move 0 to erro
              go to rot-conta-edicao-fim
           end-if.
           if pu01-chave = high-values
              go to rot-conta-edicao-1
           end-if.
           if pu01-grupo not = grupo or pu01-produto not = produto
              go to rot-conta-edicao-fim
           end-if.
           if pu01-situacao not = "A" or
              pu01-data-ini > data-edicao or
              pu01-data-fim < data-edicao
              go to rot-conta-edicao-1
           end-if.
           add 1 to qtd-assin.
           add pu01-exemplares to qtd-exemp.
           go to rot-conta-edicao-1.
       rot-conta-edicao-fim.
           exit.
      *
      *    Relacao de remessa da edicao
      *
       rot-relacao-edicao.
           move grupo to pu01-grupo.
           move produto to pu01-produto.
           start arqpu01 key is not less pu01-chave-2 invalid key
                 go to rot-relacao-edicao-fim
           end-start.
       rot-relacao-edicao-1.
           perform rot-le-prox-pu01.
           if erro not = 0
              move 0 to erro
              go to rot-relacao-edicao-fim
           end-if.
           if pu01-chave = high-values
              go to rot-relacao-edicao-1
           end-if.
           if pu01-grupo not = grupo or pu01-produto not = produto
              go to rot-relacao-edicao-fim
           end-if.
           if pu01-situacao not = "A" or
              pu01-data-ini > data-edicao or
              pu01-data-fim < data-edicao
              go to rot-relacao-edicao-1
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move pu01-numero to cab-lin-numero.
           move pu01-tipo to cab-lin-tipo.
           move pu01-assinante to cab-lin-assinante.
           move pu01-nome to cab-lin-nome.
           move pu01-exemplares to cab-lin-exemplares.
           move pu01-cidade to cab-lin-cidade.
           move pu01-uf to cab-lin-uf.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           go to rot-relacao-edicao-1.
       rot-relacao-edicao-fim.
           exit.
      *
      *    Etiquetas da edicao, uma por assinante
      *
       rot-etiquetas.
           move grupo to pu01-grupo.
           move produto to pu01-produto.
           start arqpu01 key is not less pu01-chave-2 invalid key
                 go to rot-etiquetas-fim
           end-start.
           write reg-imp from spaces after page.
       rot-etiquetas-1.
           perform rot-le-prox-pu01.
           if erro not = 0
              move 0 to erro
              go to rot-etiquetas-fim
           end-if.
           if pu01-chave = high-values
              go to rot-etiquetas-1
           end-if.
           if pu01-grupo not = grupo or pu01-produto not = produto
              go to rot-etiquetas-fim
           end-if.
           if pu01-situacao not = "A" or
              pu01-data-ini > data-edicao or
              pu01-data-fim < data-edicao
              go to rot-etiquetas-1
           end-if.
           move pu01-numero to etq-numero.
           move edicao to etq-edicao.
           move pu01-exemplares to etq-exemplares.
           write reg-imp from etq-01 after 1 line.
           move pu01-nome to reg-imp.
           write reg-imp after 1 line.
           move pu01-endereco to reg-imp.
           write reg-imp after 1 line.
           move pu01-cep to avs-cep.
           move pu01-cidade to avs-cidade-nome.
           move pu01-uf to avs-uf.
           write reg-imp from avs-cidade after 1 line.
           write reg-imp from spaces after 1 line.
           write reg-imp from spaces after 1 line.
           go to rot-etiquetas-1.
       rot-etiquetas-fim.
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
           if funcao not = "C" and "N" and "E" and "V"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           move param-data to hoje.
           evaluate true
                    when funcao = "C"
                         perform sec-cadastro
                    when funcao = "N"
                         perform sec-renovacao
                    when funcao = "E"
                         perform sec-edicao
                    when funcao = "V"
                         perform sec-vencidas
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
      *  Cadastro            *
      *                      *
      ************************
      *
       sec-cadastro section.
      *
       lab-cad-00.
           perform rot-open-pu01.
           if erro not = 0
              go to lab-cad-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-cad-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-cad-fim
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-cad-fim
           end-if.
           display tela-cadastro.
      *
       lab-cad-01.
           move 0 to numero.
           perform lmp-numero thru lmp-aviso.
           perform acc-numero.
           if escape-key = 1
              go to lab-cad-fim
           end-if.
           if numero = 0
              move "N" to flag-existe
              move spaces to tipo nome-assinante endereco cidade uf
                   desc-produto
              move 0 to assinante grupo produto valor cep
              move 1 to exemplares
              move hoje to data-ini dias-corr
              perform rot-mais-um-ano
              move dias-corr to data-fim
              move "A" to situacao
              go to lab-cad-02
           end-if.
           move numero to pu01-numero.
           perform rot-le-pu01.
           if erro not = 0
              move 0 to erro
              move " Assinatura nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-cad-01
           end-if.
           move "S" to flag-existe.
           move pu01-tipo to tipo.
           move pu01-assinante to assinante.
           move pu01-condicao to condicao.
           move pu01-nome to nome-assinante.
           move pu01-grupo to grupo.
           move pu01-produto to produto.
           move pu01-data-ini to data-ini.
           move pu01-data-fim to data-fim.
           move pu01-exemplares to exemplares.
           move pu01-valor to valor.
           move pu01-endereco to endereco.
           move pu01-cidade to cidade.
           move pu01-uf to uf.
           move pu01-cep to cep.
           move pu01-situacao to situacao.
           perform rot-le-publicacao.
           move 0 to erro.
           perform dsp-cadastro.
      *
       lab-cad-02.
           perform acc-tipo.
           if escape-key = 1
              go to lab-cad-01
           end-if.
           move tipo to txt.
           perform rot-texto.
           move txt to tipo.
           if tipo not = "A" and "C"
              go to lab-cad-02
           end-if.
      *
       lab-cad-03.
           perform acc-assinante.
           if escape-key = 1
              go to lab-cad-02
           end-if.
           perform rot-le-assinante.
           if erro not = 0
              move 0 to erro
              move " Assinante nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-cad-03
           end-if.
           display nome-assinante(1:35) at 1137 with
                   foreground-color 15 background-color 01.
           if flag-existe = "N" and endereco = spaces
              perform rot-endereco-cadastro
              perform dsp-endereco
           end-if.
      *
       lab-cad-04.
           perform acc-grupo.
           if escape-key = 1
              go to lab-cad-03
           end-if.
           perform acc-produto.
           if escape-key = 1
              go to lab-cad-04
           end-if.
           perform rot-le-publicacao.
           if erro not = 0
              move 0 to erro
              move " Produto nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-cad-04
           end-if.
           display desc-produto(1:30) at 1241 with
                   foreground-color 15 background-color 01.
      *
       lab-cad-05.
           move data-ini to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform acc-data-ini thru acc-data-ini-fim.
           if escape-key = 1
              go to lab-cad-04
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-cad-05
           end-if.
           if dias-corr not = data-ini
              move dias-corr to data-ini
              perform rot-mais-um-ano
              move dias-corr to data-fim
           end-if.
      *
       lab-cad-06.
           move data-fim to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform acc-data-fim thru acc-data-fim-fim.
           if escape-key = 1
              go to lab-cad-05
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0 or dias-corr < data-ini
              move 0 to erro
              perform rot-data-i
              go to lab-cad-06
           end-if.
           move dias-corr to data-fim.
      *
       lab-cad-07.
           perform acc-exemplares.
           if escape-key = 1
              go to lab-cad-06
           end-if.
           if exemplares = 0
              go to lab-cad-07
           end-if.
      *
       lab-cad-08.
           move valor to valor-aux.
           perform acc-valor.
           if escape-key = 1
              go to lab-cad-07
           end-if.
           move valor-aux to valor.
           move valor to valor-disp.
           display valor-disp at 1529 with foreground-color 15
                   background-color 01.
      *
       lab-cad-09.
           perform acc-endereco.
           if escape-key = 1
              go to lab-cad-08
           end-if.
           if endereco = spaces
              go to lab-cad-09
           end-if.
      *
       lab-cad-10.
           perform acc-cidade.
           if escape-key = 1
              go to lab-cad-09
           end-if.
           perform acc-uf.
           if escape-key = 1
              go to lab-cad-10
           end-if.
           move uf to txt.
           perform rot-texto.
           move txt to uf.
      *
       lab-cad-11.
           perform acc-cep.
           if escape-key = 1
              go to lab-cad-10
           end-if.
           if flag-existe = "N"
              go to lab-cad-13
           end-if.
      *
       lab-cad-12.
           perform acc-situacao.
           if escape-key = 1
              go to lab-cad-11
           end-if.
           move situacao to txt.
           perform rot-texto.
           move txt to situacao.
           if situacao not = "A" and "C"
              go to lab-cad-12
           end-if.
      *
       lab-cad-13.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cad-11
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-cad-01
           else
              if resposta not = "S"
                 go to lab-cad-13
              end-if
           end-if.
           display tela-limpa-cad.
           if flag-existe = "S"
              move numero to pu01-numero
              perform rot-le-pu01
              if erro not = 0
                 move 0 to erro
                 go to lab-cad-01
              end-if
              perform rot-move-pu01
              rewrite reg-pu01 invalid key
                      move 1 to erro
              end-rewrite
              go to lab-cad-14
           end-if.
           move high-values to pu01-controle.
           perform rot-le-pu01.
           if erro not = 0
              go to lab-cad-14
           end-if.
           add 1 to pu01-ult-numero.
           move pu01-ult-numero to numero.
           rewrite reg-pu01-1 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              go to lab-cad-14
           end-if.
           move spaces to reg-pu01.
           move numero to pu01-numero.
           move 0 to pu01-aviso-data pu01-renovacoes.
           move spaces to pu01-aviso-doc.
           perform rot-move-pu01.
           write reg-pu01 invalid key
                 move 1 to erro
           end-write.
      *
       lab-cad-14.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQPU01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-cad-01
           end-if.
           if flag-existe = "N"
              move spaces to mensagem
              string "Assinatura numero " numero
                     " incluida - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           go to lab-cad-01.
      *
       rot-move-pu01.
           move tipo to pu01-tipo.
           move assinante to pu01-assinante.
           move condicao to pu01-condicao.
           move nome-assinante to pu01-nome.
           move grupo to pu01-grupo.
           move produto to pu01-produto.
           move data-ini to pu01-data-ini.
           move data-fim to pu01-data-fim.
           move exemplares to pu01-exemplares.
           move valor to pu01-valor.
           move endereco to pu01-endereco.
           move cidade to pu01-cidade.
           move uf to pu01-uf.
           move cep to pu01-cep.
           move situacao to pu01-situacao.
           move param-usr to pu01-usuario.
           move param-data to pu01-data.
      *
       lab-cad-fim.
           perform rot-close-ce02.
           perform rot-close-cd01.
           perform rot-close-ab01.
           perform rot-close-pu01.
           exit.
      *
      ************************
      *                      *
      *  Renovacao           *
      *                      *
      ************************
      *
       sec-renovacao section.
      *
       lab-ren-00.
           perform rot-open-pu01.
           if erro not = 0
              go to lab-ren-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-ren-fim
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-ren-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ren-fim
           end-if.
           display tela-renovacao.
      *
       lab-ren-01.
           move 0 to portador.
           perform lmp-portador thru lmp-operacao.
           perform acc-portador.
           if escape-key = 1
              go to lab-ren-fim
           end-if.
           if portador = 0
              go to lab-ren-01
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
              go to lab-ren-01
           end-if.
      *
       lab-ren-02.
           move 0 to operacao.
           perform lmp-operacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-ren-01
           end-if.
           if operacao = 0
              go to lab-ren-02
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
              go to lab-ren-02
           end-if.
      *
       lab-ren-03.
           move "Renova e emite os avisos (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ren-02
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-ren-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-ren-fim
           end-if.
           move "Aguarde - processando" to mensagem.
           display tela-mensagem-cad.
           move 0 to pagina qtd-renov qtd-aviso qtd-sem-valor.
           move 0 to tot-aviso.
           compute limite-aviso = hoje + 30.
           move low-values to pu01-chave.
           start arqpu01 key is not less pu01-chave invalid key
                 go to lab-ren-06
           end-start.
      *
       lab-ren-04.
           perform rot-le-prox-pu01.
           if erro not = 0
              move 0 to erro
              go to lab-ren-06
           end-if.
           if pu01-chave = high-values or pu01-situacao not = "A"
              go to lab-ren-04
           end-if.
           if pu01-aviso-doc = spaces
              go to lab-ren-05
           end-if.
      *
      *    Aviso pendente: titulo fora do contas a receber foi
      *    quitado (a baixa o exclui) - renova por mais um ano;
      *    reemitido, passa a acompanhar o sucessor
      *
           move pu01-assinante to rc01-codigo.
           move pu01-condicao to rc01-condicao.
           move pu01-aviso-doc to rc01-documento.
           perform rot-le-rc01.
           if erro = 0
              if rc01-situacao = "C" and rc01-doc-sucessor not = spaces
                 move rc01-doc-sucessor to pu01-aviso-doc
                 rewrite reg-pu01 invalid key
                         continue
                 end-rewrite
              end-if
              go to lab-ren-04
           end-if.
           move 0 to erro.
           compute dias-corr = pu01-data-fim + 1.
           move dias-corr to pu01-data-ini.
           perform rot-mais-um-ano.
           move dias-corr to pu01-data-fim.
           move 0 to pu01-aviso-data.
           move spaces to pu01-aviso-doc.
           add 1 to pu01-renovacoes.
           move param-usr to pu01-usuario.
           move param-data to pu01-data.
           rewrite reg-pu01 invalid key
                   continue
           end-rewrite.
           add 1 to qtd-renov.
           go to lab-ren-04.
      *
       lab-ren-05.
           if pu01-data-fim > limite-aviso
              go to lab-ren-04
           end-if.
           if pu01-valor = 0
              add 1 to qtd-sem-valor
              go to lab-ren-04
           end-if.
           perform rot-grava-titulo thru rot-grava-titulo-fim.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQRC01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-ren-06
           end-if.
           move param-data to pu01-aviso-data.
           move rc01-documento to pu01-aviso-doc.
           move param-usr to pu01-usuario.
           move param-data to pu01-data.
           rewrite reg-pu01 invalid key
                   continue
           end-rewrite.
           move pu01-grupo to grupo.
           move pu01-produto to produto.
           perform rot-le-publicacao.
           move 0 to erro.
           perform rot-imprime-aviso.
           add 1 to qtd-aviso.
           add pu01-valor to tot-aviso.
           go to lab-ren-04.
      *
       lab-ren-06.
           if pagina = 0
              write reg-imp from cab-abav
           else
              write reg-imp from cab-abav after page
           end-if.
           move "Renovacao de assinaturas - resumo" to reg-imp.
           write reg-imp after 2 lines.
           write reg-imp from tracos after 1 line.
           move "Assinaturas renovadas (titulo quitado)" to
                cab-tot-texto.
           move qtd-renov to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Avisos emitidos com titulo..........:" to
                cab-tot-texto.
           move qtd-aviso to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "A vencer sem valor anual (sem aviso):" to
                cab-tot-texto.
           move qtd-sem-valor to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move tot-aviso to valor-disp.
           move spaces to reg-imp.
           string "Valor dos titulos emitidos..........: " valor-disp
                  delimited by size into reg-imp
           end-string.
           write reg-imp after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move spaces to mensagem.
           string "Renovadas " qtd-renov "  avisos " qtd-aviso
                  " - Tecle <Enter>" delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-ren-01.
      *
       lab-ren-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           perform rot-close-ce02.
           perform rot-close-rc01.
           perform rot-close-pu01.
           exit.
      *
      ************************
      *                      *
      *  Edicao              *
      *                      *
      ************************
      *
       sec-edicao section.
      *
       lab-edi-00.
           perform rot-open-pu01.
           if erro not = 0
              go to lab-edi-fim
           end-if.
           perform rot-open-pu02.
           if erro not = 0
              go to lab-edi-fim
           end-if.
           perform rot-open-ce02.
           if erro not = 0
              go to lab-edi-fim
           end-if.
           perform rot-open-ce03.
           if erro not = 0
              go to lab-edi-fim
           end-if.
           display tela-edicao.
      *
       lab-edi-01.
           move 0 to grupo produto.
           perform lmp-grupo-e thru lmp-saldo-e.
           perform acc-grupo-e.
           if escape-key = 1
              go to lab-edi-fim
           end-if.
           perform acc-produto-e.
           if escape-key = 1
              go to lab-edi-01
           end-if.
           perform rot-le-publicacao.
           if erro not = 0
              move 0 to erro
              move " Produto nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-edi-01
           end-if.
           display desc-produto(1:30) at 1041 with
                   foreground-color 15 background-color 01.
      *
       lab-edi-02.
           move 0 to edicao.
           perform acc-edicao.
           if escape-key = 1
              go to lab-edi-01
           end-if.
           if edicao = 0
              go to lab-edi-02
           end-if.
           move grupo to pu02-grupo.
           move produto to pu02-produto.
           move edicao to pu02-edicao.
           perform rot-le-pu02.
           if erro = 0
              move " Edicao ja expedida - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-edi-02
           end-if.
           move 0 to erro.
      *
       lab-edi-03.
           move hoje to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform acc-data-edicao thru acc-data-edicao-fim.
           if escape-key = 1
              go to lab-edi-02
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-edi-03
           end-if.
           move dias-corr to data-edicao.
      *
       lab-edi-04.
           perform acc-deposito.
           if escape-key = 1
              go to lab-edi-03
           end-if.
           if deposito = 0
              go to lab-edi-04
           end-if.
           perform rot-conta-edicao thru rot-conta-edicao-fim.
           display qtd-assin at 1529 with foreground-color 15
                   background-color 01.
           display qtd-exemp at 1629 with foreground-color 15
                   background-color 01.
           move ce02-estoque-real to saldo-disp.
           display saldo-disp at 1729 with foreground-color 15
                   background-color 01.
           if qtd-assin = 0
              move " Nenhum assinante ativo na data - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-edi-01
           end-if.
      *
       lab-edi-05.
           if qtd-exemp > ce02-estoque-real
              move "Saldo insuficiente - expede assim mesmo (S) (N) ?"
                   to mensagem
           else
              move "Expede a edicao (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-edi-04
           end-if.
           if resposta not = "S"
              display tela-limpa-cad
              go to lab-edi-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-edi-fim
           end-if.
           move "Aguarde - gravando a saida" to mensagem.
           display tela-mensagem-cad.
      *
      *    Saida da publicacao (movimento 3) pelo custo medio; o
      *    saldo baixa na atualizacao (pgce04)
      *
           move high-values to ce03-chave-controle.
           start arqce03 key is equal ce03-chave-controle invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-edi-fim
           end-if.
           perform rot-le-ce03-lock.
           if erro not = 0
              move 0 to erro
              go to lab-edi-fim
           end-if.
           move ce03-sequencia to codigo-mov.
           add 1 to ce03-sequencia codigo-mov.
           rewrite reg-ce03.
           unlock arqce03 record.
           move codigo-mov to ce03-codigo.
           move data-edicao to ce03-data-mov.
           move 3 to ce03-movimento.
           move grupo to ce03-grupo in ce03-chave-1
                ce03-grupo in ce03-chave-2.
           move produto to ce03-produto in ce03-chave-1
                ce03-produto in ce03-chave-2.
           move 0 to ce03-cliente.
           move edicao to nf-edicao-num obs-edicao-num.
           move nf-edicao to ce03-nf.
           move qtd-exemp to ce03-quantidade.
           move ce02-custo-medio to ce03-preco.
           move obs-edicao to ce03-obs.
           move "N" to ce03-flag-atu.
           move "N" to ce03-flag-fat.
           move param-usr to ce03-usuario.
           move param-data to ce03-data.
           move deposito to ce03-deposito.
           move 0 to ce03-dep-destino.
           move spaces to ce03-lote.
           move 0 to ce03-ccusto.
           move 0 to ce03-custo.
           write reg-ce03 invalid key
                 move " Erro de gravacao - ARQCE03A.DAT - Tecle <Enter>
      -         "" to mensagem
                 perform rot-erro-cad
                 go to lab-edi-fim
           end-write.
           move grupo to pu02-grupo.
           move produto to pu02-produto.
           move edicao to pu02-edicao.
           move data-edicao to pu02-data-edicao.
           move qtd-assin to pu02-assinantes.
           move qtd-exemp to pu02-exemplares.
           move codigo-mov to pu02-movimento.
           move deposito to pu02-deposito.
           move param-usr to pu02-usuario.
           move param-data to pu02-data.
           write reg-pu02 invalid key
                 continue
           end-write.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move 0 to pagina.
           move "Relacao de remessa aos assinantes" to cab-titulo-rel.
           move spaces to cab-sub-texto.
           move data-edicao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           string desc-produto delimited by "  "
                  " - edicao " edicao " de " data-disp
                  delimited by size into cab-sub-texto
           end-string.
           perform rot-cabec.
           perform rot-relacao-edicao thru rot-relacao-edicao-fim.
           write reg-imp from tracos after 1 line.
           move "Assinantes..........................:" to
                cab-tot-texto.
           move qtd-assin to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Exemplares (movimento de saida).....:" to
                cab-tot-texto.
           move qtd-exemp to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           perform rot-etiquetas thru rot-etiquetas-fim.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move spaces to mensagem.
           string "Edicao expedida - movimento " codigo-mov
                  " - Tecle <Enter>" delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-edi-01.
      *
       lab-edi-fim.
           perform rot-close-imp.
           perform rot-close-ce03.
           perform rot-close-ce02.
           perform rot-close-pu02.
           perform rot-close-pu01.
           exit.
      *
      ************************
      *                      *
      *  Vencidas            *
      *                      *
      ************************
      *
       sec-vencidas section.
      *
       lab-ven-00.
           perform rot-open-pu01.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-ven-fim
           end-if.
      *
       lab-ven-01.
           move "Imprime as assinaturas vencidas (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta not = "S"
              display tela-limpa-cad
              go to lab-ven-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-ven-fim
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           move 0 to pagina qtd-vencida.
           move "Assinaturas vencidas e nao renovadas" to
                cab-titulo-rel.
           move "Ativas com a vigencia encerrada" to cab-sub-texto.
           perform rot-cabec.
           move low-values to pu01-chave.
           start arqpu01 key is not less pu01-chave invalid key
                 go to lab-ven-03
           end-start.
      *
       lab-ven-02.
           perform rot-le-prox-pu01.
           if erro not = 0
              move 0 to erro
              go to lab-ven-03
           end-if.
           if pu01-chave = high-values or pu01-situacao not = "A"
              go to lab-ven-02
           end-if.
           if pu01-data-fim not < hoje
              go to lab-ven-02
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move pu01-numero to cab-v-numero.
           move pu01-tipo to cab-v-tipo.
           move pu01-assinante to cab-v-assinante.
           move pu01-nome to cab-v-nome.
           move pu01-grupo to cab-v-grupo.
           move pu01-produto to cab-v-produto.
           move pu01-data-fim to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-v-fim.
           compute cab-v-dias = hoje - pu01-data-fim.
           move pu01-aviso-doc to cab-v-aviso.
           if pu01-aviso-doc = spaces
              move "SEM AVISO" to cab-v-situacao
           else
              move pu01-assinante to rc01-codigo
              move pu01-condicao to rc01-condicao
              move pu01-aviso-doc to rc01-documento
              perform rot-le-rc01
              if erro not = 0
                 move 0 to erro
                 move "QUITADO/A RENOVAR" to cab-v-situacao
              else
                 if rc01-situacao = "C"
                    move "TITULO CANCELADO" to cab-v-situacao
                 else
                    move "TITULO EM ABERTO" to cab-v-situacao
                 end-if
              end-if
           end-if.
           write reg-imp from cab-lin-v after 1 line.
           add 1 to linha.
           add 1 to qtd-vencida.
           go to lab-ven-02.
      *
       lab-ven-03.
           write reg-imp from tracos after 1 line.
           move "Assinaturas vencidas...............:" to
                cab-tot-texto.
           move qtd-vencida to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
      *
       lab-ven-fim.
           perform rot-close-imp.
           perform rot-close-rc01.
           perform rot-close-pu01.
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
       acc-numero.
           accept numero at 1029 with auto update prompt
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
       acc-assinante.
           accept assinante at 1131 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-grupo.
           accept grupo at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-produto.
           accept produto at 1235 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-ini.
           accept dia-euro at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-ini-fim
           end-if.
           accept mes-euro at 1332 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-ini-fim
           end-if.
           accept ano-euro at 1335 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-ini-fim.
           exit.
      *
       acc-data-fim.
           accept dia-euro at 1341 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-fim-fim
           end-if.
           accept mes-euro at 1344 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-fim-fim
           end-if.
           accept ano-euro at 1347 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-fim-fim.
           exit.
      *
       acc-exemplares.
           accept exemplares at 1429 with auto update prompt
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
       acc-endereco.
           accept endereco at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cidade.
           accept cidade at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-uf.
           accept uf at 1756 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cep.
           accept cep at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-situacao.
           accept situacao at 1929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-portador.
           accept portador at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-grupo-e.
           accept grupo at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-produto-e.
           accept produto at 1035 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-edicao.
           accept edicao at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-edicao.
           accept dia-euro at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-edicao-fim
           end-if.
           accept mes-euro at 1232 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-edicao-fim
           end-if.
           accept ano-euro at 1235 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-edicao-fim.
           exit.
      *
       acc-deposito.
           accept deposito at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0830 with foreground-color 15
                   background-color 01.
      *
       dsp-cadastro.
           display tipo at 1129 with foreground-color 15
                   background-color 01.
           display assinante at 1131 with foreground-color 15
                   background-color 01.
           display nome-assinante(1:35) at 1137 with
                   foreground-color 15 background-color 01.
           display grupo at 1229 with foreground-color 15
                   background-color 01.
           display produto at 1235 with foreground-color 15
                   background-color 01.
           display desc-produto(1:30) at 1241 with
                   foreground-color 15 background-color 01.
           move data-ini to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1329 with foreground-color 15
                   background-color 01.
           move data-fim to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1341 with foreground-color 15
                   background-color 01.
           display exemplares at 1429 with foreground-color 15
                   background-color 01.
           move valor to valor-disp.
           display valor-disp at 1529 with foreground-color 15
                   background-color 01.
           perform dsp-endereco.
           display situacao at 1929 with foreground-color 15
                   background-color 01.
           if pu01-aviso-doc not = spaces
              move pu01-aviso-data to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 2029 with foreground-color 15
                      background-color 01
              display pu01-aviso-doc at 2039 with foreground-color 15
                      background-color 01
           end-if.
      *
       dsp-endereco.
           display endereco at 1629 with foreground-color 15
                   background-color 01.
           display cidade at 1729 with foreground-color 15
                   background-color 01.
           display uf at 1756 with foreground-color 15
                   background-color 01.
           display cep at 1829 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0830 with foreground-color 15
                   background-color 01.
      *
       lmp-numero.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-assinante.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-publicacao.
           display "     " at 1229 with foreground-color 15
                   background-color 01.
           display limpa at 1235 with foreground-color 15
                   background-color 01.
      *
       lmp-vigencia.
           display "  /  /  " at 1329 with foreground-color 15
                   background-color 01.
           display "  /  /  " at 1341 with foreground-color 15
                   background-color 01.
      *
       lmp-exemplares.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10(1:10) at 1529 with foreground-color 15
                   background-color 01.
           display "       " at 1539 with foreground-color 15
                   background-color 01.
      *
       lmp-endereco.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-cidade.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1739 with foreground-color 15
                   background-color 01.
           display "  " at 1756 with foreground-color 15
                   background-color 01.
      *
       lmp-cep.
           display limpa-10 at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa-10 at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-aviso.
           display limpa-10 at 2029 with foreground-color 15
                   background-color 01.
           display limpa-10 at 2039 with foreground-color 15
                   background-color 01.
      *
       lmp-portador.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-grupo-e.
           display "     " at 1029 with foreground-color 15
                   background-color 01.
           display limpa at 1035 with foreground-color 15
                   background-color 01.
      *
       lmp-edicao-e.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-data-e.
           display "  /  /  " at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-deposito-e.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-assin-e.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-exemp-e.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-saldo-e.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
           display "    " at 1739 with foreground-color 15
                   background-color 01.
