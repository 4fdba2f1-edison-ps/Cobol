      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGLP01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  LGPD - Dados Pessoais :                                    *
      *                                                             *
      *  (S)olicitacao  - pedidos dos titulares (acesso, correcao,  *
      *                   eliminacao, portabilidade, revogacao do   *
      *                   consentimento) no ARQLP01, com o prazo    *
      *                   legal de 15 dias p/ a resposta;           *
      *  (P)endentes    - pedidos em aberto por prazo, marcando os  *
      *                   vencidos;                                 *
      *  (C)onsulta     - por CPF e/ou nome, imprime tudo o que se  *
      *                   mantem da pessoa: titulares (ARQAB04),    *
      *                   inscricoes em cursos (ARQCS02), salao     *
      *                   (ARQSL01, cancelamentos ARQSL02), lista   *
      *                   de espera (ARQLE01) e contatos que citam  *
      *                   o nome (ARQHC01);                         *
      *  (E)liminacao   - atende o pedido de eliminacao/revogacao:  *
      *                   anonimiza os registros da pessoa (nome    *
      *                   exato ou CPF), mantido o titular vigente  *
      *                   de associado ativo;                       *
      *  (R)etencao     - anonimiza os dados pessoais de titulares  *
      *                   e contatos de associados desligados ha    *
      *                   mais de n anos e dos participantes de     *
      *                   eventos passados ha mais de n anos.       *
      *                                                             *
      *  Os registros financeiros (titulos, baixas, caixa) nao sao  *
      *  alterados: codigos e documentos continuam resolvendo.      *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pglp01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqlp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is lp01-chave
                  alternate record key is lp01-chave-1 with duplicates
                  file status is lp01-status.
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
           select arqcs02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cs02-chave
                  alternate record key is cs02-chave-1 with duplicates
                  file status is cs02-status.
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
           select arqle01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is le01-chave
                  alternate record key is le01-chave-1 with duplicates
                  file status is le01-status.
      *
           select arqhc01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is hc01-chave
                  alternate record key is hc01-chave-1 with duplicates
                  file status is hc01-status.
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
       copy fdlp01.lib.
      *
       copy fdab01.lib.
      *
       copy fdab04.lib.
      *
       copy fdcs02.lib.
      *
       copy fdsl01.lib.
      *
       copy fdsl02.lib.
      *
       copy fdle01.lib.
      *
       copy fdhc01.lib.
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
       01 lp01-status                  pic x(02) value "00".
       01 lp01-stat                    pic x(01) value "F".
      *
       01 nome-arq-lp01.
          02 lp01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 lp01-nome-arq             pic x(08) value "ARQLP01A".
          02 filler                    pic x(01) value ".".
          02 lp01-ext                  pic x(03) value "DAT".
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
       01 cs02-status                  pic x(02) value "00".
       01 cs02-stat                    pic x(01) value "F".
      *
       01 nome-arq-cs02.
          02 cs02-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 cs02-nome-arq             pic x(08) value "ARQCS02A".
          02 filler                    pic x(01) value ".".
          02 cs02-ext                  pic x(03) value "DAT".
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
       01 le01-status                  pic x(02) value "00".
       01 le01-stat                    pic x(01) value "F".
      *
       01 nome-arq-le01.
          02 le01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 le01-nome-arq             pic x(08) value "ARQLE01A".
          02 filler                    pic x(01) value ".".
          02 le01-ext                  pic x(03) value "DAT".
      *
       01 hc01-status                  pic x(02) value "00".
       01 hc01-stat                    pic x(01) value "F".
      *
       01 nome-arq-hc01.
          02 hc01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 hc01-nome-arq             pic x(08) value "ARQHC01A".
          02 filler                    pic x(01) value ".".
          02 hc01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGLP01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-60                     pic x(60) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
       01 pos                          pic 9(02) comp-5 value 0.
       01 pos-max                      pic 9(02) comp-5 value 0.
       01 tam-nome                     pic 9(02) comp-5 value 0.
      *
      *    Prazo de resposta ao titular (LGPD art. 19, II), em
      *    dias corridos a partir da solicitacao
      *
       01 prazo-lgpd                   pic 9(02) value 15.
      *
       01 mascara-nome                 pic x(40) value
          "ANONIMIZADO - LGPD".
       01 mascara-texto                pic x(60) value
          "CONTATO ANONIMIZADO - LGPD".
       01 asteriscos                   pic x(60) value all "*".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 protocolo                 pic 9(05) value 0.
          02 data-sol                  pic 9(06) value 0.
          02 tipo                      pic x(01) value spaces.
          02 nome                      pic x(40) value spaces.
          02 cpf                       pic 9(11) value 0.
          02 contato                   pic x(40) value spaces.
          02 prazo                     pic 9(06) value 0.
          02 situacao                  pic x(01) value spaces.
          02 situacao-ant              pic x(01) value spaces.
          02 resposta-sol              pic x(60) value spaces.
          02 flag-novo                 pic x(01) value spaces.
      *
      *    Pesquisa: modo "C" consulta (nome por prefixo), "A"
      *    anonimizacao a pedido (nome exato)
      *
       01 campos-pes.
          02 modo                      pic x(01) value spaces.
          02 nome-busca                pic x(40) value spaces.
          02 cpf-busca                 pic 9(11) value 0.
          02 flag-achou                pic x(01) value spaces.
          02 flag-mantido              pic x(01) value spaces.
          02 flag-deslig               pic x(01) value spaces.
          02 qtd-ocorr                 pic 9(02) value 0.
          02 qtd-total                 pic 9(05) value 0.
          02 qtd-mantido               pic 9(05) value 0.
          02 texto-aux                 pic x(60) value spaces.
      *
      *    Retencao: anos e datas de corte (dias corridos)
      *
       01 campos-ret.
          02 anos-assoc                pic 9(02) value 5.
          02 anos-evento               pic 9(02) value 2.
          02 corte-assoc               pic 9(06) value 0.
          02 corte-evento              pic 9(06) value 0.
          02 dias-aux                  pic 9(06) value 0.
          02 data-ref                  pic 9(06) value 0.
          02 evento-ant                pic x(05) value spaces.
          02 qtd-ab04                  pic 9(05) value 0.
          02 qtd-cs02                  pic 9(05) value 0.
          02 qtd-hc01                  pic 9(05) value 0.
          02 qtd-sl01                  pic 9(05) value 0.
          02 qtd-sl02                  pic 9(05) value 0.
          02 qtd-le01                  pic 9(05) value 0.
      *
       01 data-evento                  pic 9(06) value 0.
       01 data-evento-x                pic x(06) value spaces.
       01 data-evento-n redefines data-evento-x pic 9(06).
      *
       01 minusculas                   pic x(26) value
          "abcdefghijklmnopqrstuvwxyz".
       01 maiusculas                   pic x(26) value
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
       01 resp-eliminacao.
          02 filler                    pic x(14) value
             "ANONIMIZADOS: ".
          02 resp-elim-qtd             pic zzzz9.
          02 filler                    pic x(13) value
             " - MANTIDOS: ".
          02 resp-elim-mant            pic zzzz9.
          02 filler                    pic x(23) value
             " (TITULAR VIGENTE)".
      *
       01 resp-retencao.
          02 filler                    pic x(15) value
             "DESLIGADOS ATE ".
          02 resp-ret-assoc            pic x(08).
          02 filler                    pic x(15) value
             " - EVENTOS ATE ".
          02 resp-ret-evento           pic x(08).
          02 filler                    pic x(14) value spaces.
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
       01 cab-titular.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(09) value "Titular: ".
          02 cab-nome                  pic x(40) value spaces.
          02 filler                    pic x(07) value "  CPF: ".
          02 cab-cpf                   pic 9(11) value 0.
          02 filler                    pic x(13) value
             "  Protocolo: ".
          02 cab-protocolo             pic 9(05) value 0.
      *
       01 cab-corte.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(25) value
             "Desligados/saidas ate : ".
          02 cab-corte-assoc           pic x(08) value spaces.
          02 filler                    pic x(25) value
             "   Eventos ate .......: ".
          02 cab-corte-evento          pic x(08) value spaces.
      *
       01 cab-tit-c.
          02 filler                    pic x(09) value "Arquivo".
          02 filler                    pic x(19) value "Chave".
          02 filler                    pic x(93) value
             "Dados pessoais".
          02 filler                    pic x(10) value "Situacao".
      *
       01 cab-tit-p.
          02 filler                    pic x(07) value "Prot.".
          02 filler                    pic x(10) value "Pedido".
          02 filler                    pic x(05) value "Tipo".
          02 filler                    pic x(41) value "Titular".
          02 filler                    pic x(13) value "CPF".
          02 filler                    pic x(31) value "Contato".
          02 filler                    pic x(10) value "Prazo".
          02 filler                    pic x(10) value "Situacao".
      *
       01 cab-tit-r.
          02 filler                    pic x(09) value "Arquivo".
          02 filler                    pic x(50) value "Conteudo".
          02 filler                    pic x(12) value
             "Anonimizados".
      *
       01 det-lin.
          02 det-arquivo               pic x(08).
          02 filler                    pic x(01) value spaces.
          02 det-chave                 pic x(18).
          02 filler                    pic x(01) value spaces.
          02 det-texto                 pic x(92).
          02 filler                    pic x(01) value spaces.
          02 det-situacao              pic x(10).
      *
      *    Chaves e linhas de dados por arquivo (det-chave e
      *    det-texto)
      *
       01 chv-ab04.
          02 filler                    pic x(06) value "ASSOC ".
          02 chv-ab04-codigo           pic 9(05).
          02 filler                    pic x(01) value "-".
          02 chv-ab04-condicao         pic x(01).
          02 filler                    pic x(01) value "-".
          02 chv-ab04-titular          pic 9(02).
      *
       01 chv-num.
          02 chv-num-tipo              pic x(08).
          02 chv-num-codigo            pic 9(06).
      *
       01 lin-ab04-1.
          02 lin-ab04-nome             pic x(40).
          02 filler                    pic x(05) value " CPF ".
          02 lin-ab04-cpf              pic 9(11).
          02 filler                    pic x(04) value " RG ".
          02 lin-ab04-rg               pic 9(09).
          02 filler                    pic x(01) value spaces.
          02 lin-ab04-emissor          pic x(10).
      *
       01 lin-ab04-2.
          02 filler                    pic x(05) value "Nasc ".
          02 lin-ab04-nasc             pic x(08).
          02 filler                    pic x(01) value spaces.
          02 lin-ab04-endereco         pic x(40).
          02 filler                    pic x(01) value spaces.
          02 lin-ab04-cidade           pic x(20).
          02 filler                    pic x(01) value spaces.
          02 lin-ab04-uf               pic x(02).
          02 filler                    pic x(01) value spaces.
          02 lin-ab04-cep              pic 9(08).
      *
       01 lin-ab04-3.
          02 filler                    pic x(04) value "Tel ".
          02 lin-ab04-ddd              pic 9(04).
          02 filler                    pic x(01) value spaces.
          02 lin-ab04-telefone         pic x(08).
          02 filler                    pic x(07) value " Cargo ".
          02 lin-ab04-cargo            pic x(10).
          02 filler                    pic x(06) value " Nac. ".
          02 lin-ab04-nac              pic x(15).
          02 filler                    pic x(09) value " Entrada ".
          02 lin-ab04-entrada          pic x(08).
          02 filler                    pic x(07) value " Saida ".
          02 lin-ab04-saida            pic x(08).
      *
       01 lin-sl01-1.
          02 lin-sl01-nome             pic x(40).
          02 filler                    pic x(01) value spaces.
          02 lin-sl01-cracha           pic x(15).
          02 filler                    pic x(01) value spaces.
          02 lin-sl01-cargo            pic x(15).
          02 filler                    pic x(04) value " Ev ".
          02 lin-sl01-evento           pic x(05).
      *
       01 lin-sl01-2.
          02 lin-sl01-endereco         pic x(40).
          02 filler                    pic x(01) value spaces.
          02 lin-sl01-cidade           pic x(15).
          02 filler                    pic x(01) value spaces.
          02 lin-sl01-uf               pic x(02).
          02 filler                    pic x(01) value spaces.
          02 lin-sl01-cep              pic 9(08).
          02 filler                    pic x(05) value " Tel ".
          02 lin-sl01-ddd              pic 9(04).
          02 filler                    pic x(01) value spaces.
          02 lin-sl01-telefone         pic x(08).
      *
       01 lin-sl01-3.
          02 lin-sl01-empresa          pic x(40).
          02 filler                    pic x(05) value " Fax ".
          02 lin-sl01-fax              pic x(08).
          02 filler                    pic x(06) value " Insc ".
          02 lin-sl01-data             pic x(08).
          02 filler                    pic x(09) value " Repasse ".
          02 lin-sl01-compartilha      pic x(01).
          02 filler                    pic x(06) value " Pres ".
          02 lin-sl01-presenca         pic x(01).
      *
       01 lin-sl02.
          02 lin-sl02-nome             pic x(40).
          02 filler                    pic x(01) value spaces.
          02 lin-sl02-empresa          pic x(30).
          02 filler                    pic x(06) value " Canc ".
          02 lin-sl02-data             pic x(08).
      *
       01 lin-le01.
          02 lin-le01-nome             pic x(40).
          02 filler                    pic x(05) value " Tel ".
          02 lin-le01-ddd              pic 9(04).
          02 filler                    pic x(01) value spaces.
          02 lin-le01-telefone         pic x(08).
          02 filler                    pic x(08) value " Evento ".
          02 lin-le01-evento           pic x(05).
          02 filler                    pic x(06) value " Insc ".
          02 lin-le01-data             pic x(08).
      *
       01 lin-cs02.
          02 lin-cs02-nome             pic x(40).
          02 filler                    pic x(07) value " Turma ".
          02 lin-cs02-turma            pic 9(05).
          02 filler                    pic x(11) value " Presencas ".
          02 lin-cs02-presencas        pic 9(03).
          02 filler                    pic x(13) value
             " Certificado ".
          02 lin-cs02-certificado      pic 9(06).
      *
       01 lin-hc01.
          02 lin-hc01-data             pic x(08).
          02 filler                    pic x(01) value spaces.
          02 lin-hc01-texto            pic x(60).
      *
       01 det-pend.
          02 det-p-protocolo           pic 9(05).
          02 filler                    pic x(02) value spaces.
          02 det-p-data                pic x(08).
          02 filler                    pic x(02) value spaces.
          02 det-p-tipo                pic x(01).
          02 filler                    pic x(04) value spaces.
          02 det-p-nome                pic x(40).
          02 filler                    pic x(01) value spaces.
          02 det-p-cpf                 pic 9(11).
          02 filler                    pic x(02) value spaces.
          02 det-p-contato             pic x(30).
          02 filler                    pic x(01) value spaces.
          02 det-p-prazo               pic x(08).
          02 filler                    pic x(02) value spaces.
          02 det-p-situacao            pic x(10).
      *
       01 det-ret.
          02 det-r-arquivo             pic x(08).
          02 filler                    pic x(01) value spaces.
          02 det-r-conteudo            pic x(50).
          02 det-r-qtd                 pic zzzz9.
      *
       01 tot-lin.
          02 filler                    pic x(02) value spaces.
          02 tot-descricao             pic x(30) value spaces.
          02 tot-qtd                   pic zzzz9.
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
          02 line 05 column 33 foreground-color 06 background-color 01
             highlight value "LGPD - Dados Pessoais".
          02 line 07 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (S/P/C/E/R)...:".
      *
       01 tela-02.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Protocolo (0 = novo).:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Data da solicitacao..:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Tipo (A/C/E/P/R).....:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Nome do titular......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "CPF..................:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Contato..............:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Prazo legal..........:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Situacao (A/R/N).....:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Resposta.............:".
          02 line 19 column 06 foreground-color 07 background-color 01
             value "A acesso C correcao E eliminacao P portabilidade".
          02 line 20 column 06 foreground-color 07 background-color 01
             value "R revogacao do consentimento".
      *
       01 tela-03.
          02 line 08 column 06 foreground-color 07 background-color 01
             value "Pedidos em aberto, por prazo de resposta".
      *
       01 tela-04.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "CPF..................:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Nome do titular......:".
      *
       01 tela-05.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Protocolo............:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "CPF..................:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Nome do titular......:".
      *
       01 tela-06.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Anos p/ desligados...:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Anos p/ eventos......:".
          02 line 11 column 06 foreground-color 07 background-color 01
             value "Titulares e contatos de associados desligados e".
          02 line 12 column 06 foreground-color 07 background-color 01
             value "participantes de eventos anteriores ao corte".
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
       rot-open-lp01.
           move 0 to erro.
           if lp01-stat = "F"
              open i-o arqlp01
              if lp01-status = "35"
                 open output arqlp01
                 move zeros to reg-lp01-1
                 move high-values to lp01-controle
                 move 0 to lp01-ult-protocolo
                 write reg-lp01-1
                 close arqlp01
                 open i-o arqlp01
              end-if
              if lp01-status not = "00"
                 move
                 " Erro de abertura no ARQLP01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to lp01-stat
              end-if
           end-if.
      *
       rot-close-lp01.
           if lp01-stat = "A"
              close arqlp01
              move "F" to lp01-stat
           end-if.
      *
       rot-le-lp01.
           move 0 to erro.
           read arqlp01 invalid key move 1 to erro.
           if lp01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-lp01
           end-if.
      *
       rot-le-prox-lp01.
           move 0 to erro.
           read arqlp01 next record at end move 1 to erro.
           if lp01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-lp01
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
       rot-le-prox-ab04.
           move 0 to erro.
           read arqab04 next record at end move 1 to erro.
           if ab04-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ab04
           end-if.
      *
       rot-open-cs02.
           move 0 to erro.
           if cs02-stat = "F"
              open i-o arqcs02
              if cs02-status not = "00"
                 move
                 " Erro de abertura no ARQCS02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to cs02-stat
              end-if
           end-if.
      *
       rot-close-cs02.
           if cs02-stat = "A"
              close arqcs02
              move "F" to cs02-stat
           end-if.
      *
       rot-le-prox-cs02.
           move 0 to erro.
           read arqcs02 next record at end move 1 to erro.
           if cs02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-cs02
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
       rot-le-prox-sl01.
           move 0 to erro.
           read arqsl01 next record at end move 1 to erro.
           if sl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-sl01
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
       rot-open-le01.
           move 0 to erro.
           if le01-stat = "F"
              open i-o arqle01
              if le01-status not = "00"
                 move
                 " Erro de abertura no ARQLE01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to le01-stat
              end-if
           end-if.
      *
       rot-close-le01.
           if le01-stat = "A"
              close arqle01
              move "F" to le01-stat
           end-if.
      *
       rot-le-prox-le01.
           move 0 to erro.
           read arqle01 next record at end move 1 to erro.
           if le01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-le01
           end-if.
      *
       rot-open-hc01.
           move 0 to erro.
           if hc01-stat = "F"
              open i-o arqhc01
              if hc01-status not = "00"
                 move
                 " Erro de abertura no ARQHC01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to hc01-stat
              end-if
           end-if.
      *
       rot-close-hc01.
           if hc01-stat = "A"
              close arqhc01
              move "F" to hc01-stat
           end-if.
      *
       rot-le-prox-hc01.
           move 0 to erro.
           read arqhc01 next record at end move 1 to erro.
           if hc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-hc01
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
           evaluate funcao
                    when "P"
                         write reg-imp from spaces after 1 line
                    when "R"
                         write reg-imp from cab-corte after 1 line
                    when other
                         write reg-imp from cab-titular after 1 line
           end-evaluate.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           evaluate funcao
                    when "P"
                         write reg-imp from cab-tit-p after 1 line
                    when "R"
                         write reg-imp from cab-tit-r after 1 line
                    when other
                         write reg-imp from cab-tit-c after 1 line
           end-evaluate.
           write reg-imp from tracos after 1 line.
      *
       rot-imprime.
           if linha > 56
              perform rot-cabec
           end-if.
           write reg-imp from det-lin after 1 line.
           add 1 to linha.
           move spaces to det-arquivo det-chave det-texto det-situacao.
      *
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Data em dias corridos (dias-corr) p/ data-disp, ou
      *    espacos quando zero
      *
       rot-data-disp.
           if dias-corr = 0
              move spaces to data-disp
           else
              move 1 to opcao-data
              perform rot-data
           end-if.
      *
      *    Tamanho do nome pesquisado, sem os brancos a direita
      *
       rot-tam-nome.
           move 40 to tam-nome.
       rot-tam-nome-1.
           if tam-nome > 0
              if nome-busca(tam-nome:1) = space
                 subtract 1 from tam-nome
                 go to rot-tam-nome-1
              end-if
           end-if.
       rot-tam-nome-fim.
           exit.
      *
      *    Nome do registro (ja em txt, convertido p/ maiusculas)
      *    confere com o pesquisado: por prefixo na consulta e
      *    exato na anonimizacao
      *
       rot-confere-nome.
           move "N" to flag-achou.
           if tam-nome = 0
              go to rot-confere-nome-fim
           end-if.
           if modo = "A"
              if txt = nome-busca
                 move "S" to flag-achou
              end-if
           else
              if txt(1:tam-nome) = nome-busca(1:tam-nome)
                 move "S" to flag-achou
              end-if
           end-if.
       rot-confere-nome-fim.
           exit.
      *
      *    Associado desligado (situacao diferente de 1, com data
      *    de exclusao) antes do corte de retencao - ab01-codigo
      *    ja carregado; flag-deslig "S"
      *
       rot-desligado.
           move "N" to flag-deslig.
           perform rot-le-ab01.
           if erro not = 0
              move 0 to erro
              go to rot-desligado-fim
           end-if.
           if ab01-situacao not = 1 and ab01-data-exc not = 0 and
              ab01-data-exc < corte-assoc
              move "S" to flag-deslig
           end-if.
       rot-desligado-fim.
           exit.
      *
      *    Data do evento (posicoes 6-11 do resto da tabela tipo
      *    17, dias corridos); zero quando nao informada
      *
       rot-le-evento.
           move sl01-evento to evento-ant.
           move 0 to data-evento.
           if sl01-evento = spaces
              go to rot-le-evento-fim
           end-if.
           move "17" to tabl-tipo.
           move spaces to tabl-codigo.
           move sl01-evento to tabl-codigo.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-le-evento-fim
           end-if.
           move tabl-resto(6:6) to data-evento-x.
           if data-evento-x numeric
              move data-evento-n to data-evento
           end-if.
       rot-le-evento-fim.
           exit.
      *
      *    Mascaras: apagam os dados pessoais e mantem codigos,
      *    empresa, datas e os vinculos com os titulos
      *
       rot-mascara-ab04.
           move mascara-nome to ab04-nome ab04-nome-a.
           move 0 to ab04-cpf ab04-rg ab04-data-nasc ab04-cep
                     ab04-ddd.
           move spaces to ab04-endereco ab04-cidade ab04-uf
                ab04-telefone ab04-nascionalidade ab04-emissor.
           rewrite reg-ab04 invalid key
                   move 1 to erro
           end-rewrite.
      *
       rot-mascara-sl01.
           move mascara-nome to sl01-nome in sl01-chave-2
                sl01-nome in sl01-chave-4 sl01-nome-a.
           move spaces to sl01-nome-cracha sl01-cargo sl01-endereco
                sl01-uf sl01-cidade sl01-telefone sl01-telex
                sl01-fax.
           move 0 to sl01-cep sl01-ddd.
           rewrite reg-sl01 invalid key
                   move 1 to erro
           end-rewrite.
      *
       rot-mascara-sl02.
           move mascara-nome to sl02-nome.
           rewrite reg-sl02 invalid key
                   move 1 to erro
           end-rewrite.
      *
       rot-mascara-le01.
           move mascara-nome to le01-nome.
           move 0 to le01-ddd.
           move spaces to le01-telefone.
           rewrite reg-le01 invalid key
                   move 1 to erro
           end-rewrite.
      *
       rot-mascara-cs02.
           move mascara-nome to cs02-nome.
           rewrite reg-cs02 invalid key
                   move 1 to erro
           end-rewrite.
      *
       rot-mascara-hc01.
           move mascara-texto to hc01-texto.
           rewrite reg-hc01 invalid key
                   move 1 to erro
           end-rewrite.
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
           if funcao not = "S" and "P" and "C" and "E" and "R"
              go to lab-sele-01
           end-if.
           perform dsp-funcao.
           if (funcao = "E" or "R") and param-prioridade < 8
              move " Usuario sem prioridade para esta funcao - Tecle <En
      -       "ter>" to mensagem
              perform rot-erro-cad
              go to lab-sele-01
           end-if.
           evaluate funcao
                    when "S"
                         display tela-02
                         perform sec-solicitacao
                    when "P"
                         display tela-03
                         perform sec-pendentes
                    when "C"
                         display tela-04
                         perform sec-consulta
                    when "E"
                         display tela-05
                         perform sec-eliminacao
                    when "R"
                         display tela-06
                         perform sec-retencao
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
      *  Solicitacao         *
      *                      *
      ************************
      *
       sec-solicitacao section.
      *
       lab-sol-00.
           perform rot-open-lp01.
           if erro not = 0
              go to lab-sol-fim
           end-if.
      *
       lab-sol-01.
           perform lmp-protocolo thru lmp-resposta.
           move 0 to protocolo.
           perform acc-protocolo.
           if escape-key = 1
              go to lab-sol-fim
           end-if.
           move "S" to flag-novo.
           move spaces to tipo nome contato resposta-sol.
           move 0 to cpf.
           move param-data to data-sol.
           move "A" to situacao situacao-ant.
           if protocolo not = 0
              move protocolo to lp01-protocolo
              perform rot-le-lp01
              if erro not = 0 or lp01-tipo = "X"
                 move 0 to erro
                 move " Solicitacao nao cadastrada - Tecle <Enter>" to
                 mensagem
                 perform rot-erro-cad
                 go to lab-sol-01
              end-if
              move "N" to flag-novo
              move lp01-data-sol to data-sol
              move lp01-tipo to tipo
              move lp01-nome to nome
              move lp01-cpf to cpf
              move lp01-contato to contato
              move lp01-situacao to situacao situacao-ant
              move lp01-resposta to resposta-sol
              perform dsp-tipo thru dsp-resposta
           end-if.
      *
       lab-sol-02.
           move data-sol to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-dd to dia-euro.
           move data-mm to mes-euro.
           move data-aa to ano-euro.
           perform acc-data-sol thru acc-data-sol-fim.
           if escape-key = 1
              go to lab-sol-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-sol-02
           end-if.
           if dias-corr > param-data
              go to lab-sol-02
           end-if.
           move dias-corr to data-sol.
           compute prazo = data-sol + prazo-lgpd.
           perform dsp-prazo.
      *
       lab-sol-03.
           perform acc-tipo.
           if escape-key = 1
              go to lab-sol-02
           end-if.
           move tipo to txt.
           perform rot-texto.
           move txt to tipo.
           if tipo not = "A" and "C" and "E" and "P" and "R"
              go to lab-sol-03
           end-if.
      *
       lab-sol-04.
           perform acc-nome.
           if escape-key = 1
              go to lab-sol-03
           end-if.
           move nome to txt.
           perform rot-texto.
           move txt to nome.
           if nome = spaces
              go to lab-sol-04
           end-if.
      *
       lab-sol-05.
           perform acc-cpf.
           if escape-key = 1
              go to lab-sol-04
           end-if.
      *
       lab-sol-06.
           perform acc-contato.
           if escape-key = 1
              go to lab-sol-05
           end-if.
           if contato = spaces
              go to lab-sol-06
           end-if.
           if flag-novo = "S"
              go to lab-sol-09
           end-if.
      *
       lab-sol-07.
           perform acc-situacao.
           if escape-key = 1
              go to lab-sol-06
           end-if.
           move situacao to txt.
           perform rot-texto.
           move txt to situacao.
           if situacao not = "A" and "R" and "N"
              go to lab-sol-07
           end-if.
      *
       lab-sol-08.
           perform acc-resposta.
           if escape-key = 1
              go to lab-sol-07
           end-if.
           if situacao not = "A" and resposta-sol = spaces
              go to lab-sol-08
           end-if.
      *
       lab-sol-09.
           move "Gravar a solicitacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              if flag-novo = "S"
                 go to lab-sol-06
              end-if
              go to lab-sol-08
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-sol-01
           else
              if resposta not = "S"
                 go to lab-sol-09
              end-if
           end-if.
           display tela-limpa-cad.
           if flag-novo = "S"
              move high-values to lp01-controle
              perform rot-le-lp01
              if erro not = 0
                 move 0 to erro
                 go to lab-sol-fim
              end-if
              add 1 to lp01-ult-protocolo
              move lp01-ult-protocolo to protocolo
              rewrite reg-lp01-1 invalid key
                      move 1 to erro
              end-rewrite
              move 0 to erro
              move spaces to reg-lp01
              move protocolo to lp01-protocolo
              move 0 to lp01-data-resp lp01-qtd-reg
           else
              move protocolo to lp01-protocolo
              perform rot-le-lp01
           end-if.
           move data-sol to lp01-data-sol.
           move prazo to lp01-prazo.
           move tipo to lp01-tipo.
           move nome to lp01-nome.
           move cpf to lp01-cpf.
           move contato to lp01-contato.
           move situacao to lp01-situacao.
           move resposta-sol to lp01-resposta.
           if situacao not = situacao-ant
              if situacao = "A"
                 move 0 to lp01-data-resp
              else
                 move param-data to lp01-data-resp
              end-if
           end-if.
           move param-usr to lp01-usuario.
           move param-data to lp01-data.
           if flag-novo = "S"
              write reg-lp01 invalid key
                    move 1 to erro
              end-write
           else
              rewrite reg-lp01 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           move 0 to erro.
           move spaces to mensagem.
           string "Solicitacao " protocolo " gravada - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-sol-01.
      *
       lab-sol-fim.
           perform rot-close-lp01.
           perform lmp-protocolo thru lmp-resposta.
           exit.
      *
      ************************
      *                      *
      *  Pendentes           *
      *                      *
      ************************
      *
       sec-pendentes section.
      *
       lab-pen-00.
           perform rot-open-lp01.
           if erro not = 0
              go to lab-pen-fim
           end-if.
      *
       lab-pen-01.
           move "Imprimir (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1 or resposta = "N"
              go to lab-pen-fim
           end-if.
           if resposta not = "S"
              go to lab-pen-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-pen-fim
           end-if.
           move "Solicitacoes LGPD Pendentes" to cab-titulo.
           move 0 to pagina qtd-total.
           perform rot-cabec.
           move "A" to lp01-situacao.
           move 0 to lp01-prazo.
           start arqlp01 key is not less lp01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-pen-03
           end-if.
      *
       lab-pen-02.
           perform rot-le-prox-lp01.
           if erro not = 0
              move 0 to erro
              go to lab-pen-03
           end-if.
           if lp01-situacao not = "A"
              go to lab-pen-03
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move lp01-protocolo to det-p-protocolo.
           move lp01-data-sol to dias-corr.
           perform rot-data-disp.
           move data-disp to det-p-data.
           move lp01-tipo to det-p-tipo.
           move lp01-nome to det-p-nome.
           move lp01-cpf to det-p-cpf.
           move lp01-contato to det-p-contato.
           move lp01-prazo to dias-corr.
           perform rot-data-disp.
           move data-disp to det-p-prazo.
           if lp01-prazo < param-data
              move "VENCIDA" to det-p-situacao
           else
              move "NO PRAZO" to det-p-situacao
           end-if.
           write reg-imp from det-pend after 1 line.
           add 1 to linha.
           add 1 to qtd-total.
           go to lab-pen-02.
      *
       lab-pen-03.
           move "Solicitacoes em aberto .......:" to tot-descricao.
           move qtd-total to tot-qtd.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-lin after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-pen-fim.
           perform rot-close-imp.
           perform rot-close-lp01.
           exit.
      *
      ************************
      *                      *
      *  Consulta            *
      *                      *
      ************************
      *
       sec-consulta section.
      *
       lab-con-00.
           perform sec-abre-pessoais.
           if erro not = 0
              go to lab-con-fim
           end-if.
      *
       lab-con-01.
           perform lmp-cpf-c.
           perform lmp-nome-c.
           move 0 to cpf-busca.
           move spaces to nome-busca.
           perform acc-cpf-c.
           if escape-key = 1
              go to lab-con-fim
           end-if.
      *
       lab-con-02.
           perform acc-nome-c.
           if escape-key = 1
              go to lab-con-01
           end-if.
           move nome-busca to txt.
           perform rot-texto.
           move txt to nome-busca.
           if cpf-busca = 0 and nome-busca = spaces
              go to lab-con-02
           end-if.
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
           move "C" to modo.
           move "Dados Pessoais Mantidos - LGPD" to cab-titulo.
           move 0 to cab-protocolo.
           perform sec-pesquisa.
           move "Registros encontrados .......:" to tot-descricao.
           move qtd-total to tot-qtd.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-lin after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-con-01.
      *
       lab-con-fim.
           perform rot-close-imp.
           perform sec-fecha-pessoais.
           perform lmp-cpf-c.
           perform lmp-nome-c.
           exit.
      *
      ************************
      *                      *
      *  Eliminacao          *
      *                      *
      ************************
      *
       sec-eliminacao section.
      *
       lab-eli-00.
           perform rot-open-lp01.
           if erro not = 0
              go to lab-eli-fim
           end-if.
           perform sec-abre-pessoais.
           if erro not = 0
              go to lab-eli-fim
           end-if.
      *
       lab-eli-01.
           perform lmp-protocolo.
           perform lmp-cpf-e.
           perform lmp-nome-e.
           move 0 to protocolo.
           perform acc-protocolo.
           if escape-key = 1
              go to lab-eli-fim
           end-if.
           if protocolo = 0
              go to lab-eli-01
           end-if.
           move protocolo to lp01-protocolo.
           perform rot-le-lp01.
           if erro not = 0
              move 0 to erro
              move " Solicitacao nao cadastrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-eli-01
           end-if.
           if lp01-tipo not = "E" and "R"
              move " Solicitacao nao e de eliminacao - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-eli-01
           end-if.
           if lp01-situacao not = "A"
              move " Solicitacao ja encerrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-eli-01
           end-if.
           move lp01-cpf to cpf-busca.
           move lp01-nome to nome-busca.
           perform dsp-cpf-e.
           perform dsp-nome-e.
      *
       lab-eli-02.
           move "Anonimizar os dados do titular (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1 or resposta = "N"
              go to lab-eli-01
           end-if.
           if resposta not = "S"
              go to lab-eli-02
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-eli-01
           end-if.
           move "A" to modo.
           move "Anonimizacao a Pedido do Titular - LGPD" to
                cab-titulo.
           move protocolo to cab-protocolo.
           perform sec-pesquisa.
           move qtd-total to resp-elim-qtd.
           move qtd-mantido to resp-elim-mant.
           move "Registros anonimizados ......:" to tot-descricao.
           move qtd-total to tot-qtd.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-lin after 1 line.
           move "Mantidos (titular vigente) ..:" to tot-descricao.
           move qtd-mantido to tot-qtd.
           write reg-imp from tot-lin after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
      *
      *    Pedido atendido
      *
           move protocolo to lp01-protocolo.
           perform rot-le-lp01.
           if erro = 0
              move "R" to lp01-situacao
              move param-data to lp01-data-resp
              move resp-eliminacao to lp01-resposta
              move qtd-total to lp01-qtd-reg
              move param-usr to lp01-usuario
              move param-data to lp01-data
              rewrite reg-lp01 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           move 0 to erro.
           move "Anonimizacao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-eli-01.
      *
       lab-eli-fim.
           perform rot-close-imp.
           perform sec-fecha-pessoais.
           perform rot-close-lp01.
           perform lmp-protocolo.
           perform lmp-cpf-e.
           perform lmp-nome-e.
           exit.
      *
      ************************
      *                      *
      *  Retencao            *
      *                      *
      ************************
      *
       sec-retencao section.
      *
       lab-ret-00.
           perform rot-open-lp01.
           if erro not = 0
              go to lab-ret-fim
           end-if.
           perform sec-abre-pessoais.
           if erro not = 0
              go to lab-ret-fim
           end-if.
           perform dsp-anos-assoc.
           perform dsp-anos-evento.
      *
       lab-ret-01.
           perform acc-anos-assoc.
           if escape-key = 1
              go to lab-ret-fim
           end-if.
           if anos-assoc = 0
              go to lab-ret-01
           end-if.
      *
       lab-ret-02.
           perform acc-anos-evento.
           if escape-key = 1
              go to lab-ret-01
           end-if.
           if anos-evento = 0
              go to lab-ret-02
           end-if.
           move 0 to corte-assoc corte-evento.
           compute dias-aux = anos-assoc * 360.
           if dias-aux < param-data
              compute corte-assoc = param-data - dias-aux
           end-if.
           compute dias-aux = anos-evento * 360.
           if dias-aux < param-data
              compute corte-evento = param-data - dias-aux
           end-if.
           move corte-assoc to dias-corr.
           perform rot-data-disp.
           move data-disp to cab-corte-assoc resp-ret-assoc.
           move corte-evento to dias-corr.
           perform rot-data-disp.
           move data-disp to cab-corte-evento resp-ret-evento.
      *
       lab-ret-03.
           move "Anonimizar os dados anteriores ao corte (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-ret-02
           end-if.
           if resposta = "N"
              go to lab-ret-01
           end-if.
           if resposta not = "S"
              go to lab-ret-03
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-ret-01
           end-if.
           move "Aguarde, anonimizando ..." to mensagem.
           display tela-mensagem-cad.
           move 0 to qtd-ab04 qtd-cs02 qtd-hc01 qtd-sl01 qtd-sl02
                     qtd-le01.
           move spaces to evento-ant.
           perform rot-ret-ab04 thru rot-ret-ab04-fim.
           perform rot-ret-cs02 thru rot-ret-cs02-fim.
           perform rot-ret-hc01 thru rot-ret-hc01-fim.
           perform rot-ret-sl01 thru rot-ret-sl01-fim.
           perform rot-ret-sl02 thru rot-ret-sl02-fim.
           perform rot-ret-le01 thru rot-ret-le01-fim.
           display tela-limpa-cad.
           compute qtd-total = qtd-ab04 + qtd-cs02 + qtd-hc01 +
                               qtd-sl01 + qtd-sl02 + qtd-le01.
      *
      *    Relatorio da rodada
      *
           move "Anonimizacao por Prazo de Retencao" to cab-titulo.
           move 0 to pagina.
           perform rot-cabec.
           move "ARQAB04" to det-r-arquivo.
           move "Titulares de associados desligados / que sairam" to
                det-r-conteudo.
           move qtd-ab04 to det-r-qtd.
           write reg-imp from det-ret after 1 line.
           move "ARQCS02" to det-r-arquivo.
           move "Inscricoes em cursos de associados desligados" to
                det-r-conteudo.
           move qtd-cs02 to det-r-qtd.
           write reg-imp from det-ret after 1 line.
           move "ARQHC01" to det-r-arquivo.
           move "Contatos com associados desligados" to
                det-r-conteudo.
           move qtd-hc01 to det-r-qtd.
           write reg-imp from det-ret after 1 line.
           move "ARQSL01" to det-r-arquivo.
           move "Participantes de eventos passados" to
                det-r-conteudo.
           move qtd-sl01 to det-r-qtd.
           write reg-imp from det-ret after 1 line.
           move "ARQSL02" to det-r-arquivo.
           move "Cancelamentos de inscricao" to det-r-conteudo.
           move qtd-sl02 to det-r-qtd.
           write reg-imp from det-ret after 1 line.
           move "ARQLE01" to det-r-arquivo.
           move "Lista de espera de eventos" to det-r-conteudo.
           move qtd-le01 to det-r-qtd.
           write reg-imp from det-ret after 1 line.
           move "Total anonimizado ...........:" to tot-descricao.
           move qtd-total to tot-qtd.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-lin after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
      *
      *    Registro da rodada no ARQLP01 (tipo "X")
      *
           move high-values to lp01-controle.
           perform rot-le-lp01.
           if erro = 0
              add 1 to lp01-ult-protocolo
              move lp01-ult-protocolo to protocolo
              rewrite reg-lp01-1 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           if erro = 0
              move spaces to reg-lp01
              move protocolo to lp01-protocolo
              move "R" to lp01-situacao
              move param-data to lp01-prazo lp01-data-sol
                   lp01-data-resp lp01-data
              move "X" to lp01-tipo
              move "ANONIMIZACAO POR PRAZO DE RETENCAO" to lp01-nome
              move 0 to lp01-cpf
              move resp-retencao to lp01-resposta
              move qtd-total to lp01-qtd-reg
              move param-usr to lp01-usuario
              write reg-lp01 invalid key
                    move 1 to erro
              end-write
           end-if.
           move 0 to erro.
           move "Anonimizacao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-ret-fim.
      *
      *    Titulares: saida da sociedade ou desligamento do
      *    associado antes do corte
      *
       rot-ret-ab04.
           move low-values to ab04-chave.
           start arqab04 key is not less ab04-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ret-ab04-fim
           end-if.
       rot-ret-ab04-1.
           perform rot-le-prox-ab04.
           if erro not = 0
              move 0 to erro
              go to rot-ret-ab04-fim
           end-if.
           if ab04-nome = mascara-nome
              go to rot-ret-ab04-1
           end-if.
           move "N" to flag-deslig.
           if ab04-data-saida not = 0 and ab04-data-saida < corte-assoc
              move "S" to flag-deslig
           else
              move ab04-codigo to ab01-codigo
              perform rot-desligado thru rot-desligado-fim
           end-if.
           if flag-deslig = "S"
              perform rot-mascara-ab04
              if erro = 0
                 add 1 to qtd-ab04
              end-if
              move 0 to erro
           end-if.
           go to rot-ret-ab04-1.
       rot-ret-ab04-fim.
           exit.
      *
       rot-ret-cs02.
           move low-values to cs02-chave.
           start arqcs02 key is not less cs02-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ret-cs02-fim
           end-if.
       rot-ret-cs02-1.
           perform rot-le-prox-cs02.
           if erro not = 0
              move 0 to erro
              go to rot-ret-cs02-fim
           end-if.
           if cs02-nome = mascara-nome or cs02-codigo = 0
              go to rot-ret-cs02-1
           end-if.
           move cs02-codigo to ab01-codigo.
           perform rot-desligado thru rot-desligado-fim.
           if flag-deslig = "S"
              perform rot-mascara-cs02
              if erro = 0
                 add 1 to qtd-cs02
              end-if
              move 0 to erro
           end-if.
           go to rot-ret-cs02-1.
       rot-ret-cs02-fim.
           exit.
      *
       rot-ret-hc01.
           move 0 to hc01-sequencial.
           start arqhc01 key is not less hc01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ret-hc01-fim
           end-if.
       rot-ret-hc01-1.
           perform rot-le-prox-hc01.
           if erro not = 0
              move 0 to erro
              go to rot-ret-hc01-fim
           end-if.
           if hc01-controle = high-values
              go to rot-ret-hc01-fim
           end-if.
           if hc01-texto = mascara-texto or
              hc01-data-contato not < corte-assoc
              go to rot-ret-hc01-1
           end-if.
           move hc01-codigo to ab01-codigo.
           perform rot-desligado thru rot-desligado-fim.
           if flag-deslig = "S"
              perform rot-mascara-hc01
              if erro = 0
                 add 1 to qtd-hc01
              end-if
              move 0 to erro
           end-if.
           go to rot-ret-hc01-1.
       rot-ret-hc01-fim.
           exit.
      *
      *    Participantes: data do evento (ou da inscricao, quando
      *    o evento nao tem data) antes do corte
      *
       rot-ret-sl01.
           move 0 to sl01-codigo.
           start arqsl01 key is not less sl01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ret-sl01-fim
           end-if.
       rot-ret-sl01-1.
           perform rot-le-prox-sl01.
           if erro not = 0
              move 0 to erro
              go to rot-ret-sl01-fim
           end-if.
           if sl01-controle = high-values
              go to rot-ret-sl01-fim
           end-if.
           if sl01-nome-a = mascara-nome
              go to rot-ret-sl01-1
           end-if.
           if sl01-evento not = evento-ant or evento-ant = spaces
              perform rot-le-evento thru rot-le-evento-fim
           end-if.
           move data-evento to data-ref.
           if data-ref = 0
              move sl01-data to data-ref
           end-if.
           if data-ref < corte-evento
              perform rot-mascara-sl01
              if erro = 0
                 add 1 to qtd-sl01
              end-if
              move 0 to erro
           end-if.
           go to rot-ret-sl01-1.
       rot-ret-sl01-fim.
           exit.
      *
       rot-ret-sl02.
           move 0 to sl02-codigo.
           start arqsl02 key is not less sl02-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ret-sl02-fim
           end-if.
       rot-ret-sl02-1.
           perform rot-le-prox-sl02.
           if erro not = 0
              move 0 to erro
              go to rot-ret-sl02-fim
           end-if.
           if sl02-nome = mascara-nome or sl02-data not < corte-evento
              go to rot-ret-sl02-1
           end-if.
           perform rot-mascara-sl02.
           if erro = 0
              add 1 to qtd-sl02
           end-if.
           move 0 to erro.
           go to rot-ret-sl02-1.
       rot-ret-sl02-fim.
           exit.
      *
       rot-ret-le01.
           move 0 to le01-sequencial.
           start arqle01 key is not less le01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-ret-le01-fim
           end-if.
       rot-ret-le01-1.
           perform rot-le-prox-le01.
           if erro not = 0
              move 0 to erro
              go to rot-ret-le01-fim
           end-if.
           if le01-controle = high-values
              go to rot-ret-le01-fim
           end-if.
           if le01-nome = mascara-nome or
              le01-data-insc not < corte-evento
              go to rot-ret-le01-1
           end-if.
           perform rot-mascara-le01.
           if erro = 0
              add 1 to qtd-le01
           end-if.
           move 0 to erro.
           go to rot-ret-le01-1.
       rot-ret-le01-fim.
           exit.
      *
       lab-ret-fim.
           perform rot-close-imp.
           perform sec-fecha-pessoais.
           perform rot-close-lp01.
           exit.
      *
      ************************
      *                      *
      *  Pesquisa da pessoa  *
      *                      *
      ************************
      *
      *    Percorre os arquivos com dados pessoais atras do CPF /
      *    nome; modo "C" imprime tudo, modo "A" imprime uma linha
      *    por registro e anonimiza
      *
       sec-pesquisa section.
      *
       lab-pes-00.
           move 0 to qtd-total qtd-mantido.
           move spaces to det-arquivo det-chave det-texto det-situacao.
      *
      *    Sem nome informado, vale o do titular do CPF
      *
           if cpf-busca not = 0 and nome-busca = spaces
              move cpf-busca to ab04-cpf
              start arqab04 key is not less ab04-chave-2 invalid key
                    move 1 to erro
              end-start
              if erro = 0
                 perform rot-le-prox-ab04
              end-if
              if erro = 0 and ab04-cpf = cpf-busca
                 move ab04-nome to nome-busca
              end-if
              move 0 to erro
           end-if.
           perform rot-tam-nome thru rot-tam-nome-fim.
           move nome-busca to cab-nome.
           move cpf-busca to cab-cpf.
           move 0 to pagina.
           perform rot-cabec.
           perform rot-pes-ab04 thru rot-pes-ab04-fim.
           if tam-nome = 0
              go to lab-pes-fim
           end-if.
           perform rot-pes-cs02 thru rot-pes-cs02-fim.
           perform rot-pes-sl01 thru rot-pes-sl01-fim.
           perform rot-pes-sl02 thru rot-pes-sl02-fim.
           perform rot-pes-le01 thru rot-pes-le01-fim.
           perform rot-pes-hc01 thru rot-pes-hc01-fim.
           go to lab-pes-fim.
      *
      *    Titulares: pelo CPF quando informado, senao pelo nome
      *
       rot-pes-ab04.
           if cpf-busca not = 0
              move cpf-busca to ab04-cpf
              start arqab04 key is not less ab04-chave-2 invalid key
                    move 1 to erro
              end-start
           else
              if tam-nome = 0
                 go to rot-pes-ab04-fim
              end-if
              move nome-busca to ab04-nome
              start arqab04 key is not less ab04-chave-1 invalid key
                    move 1 to erro
              end-start
           end-if.
           if erro not = 0
              move 0 to erro
              go to rot-pes-ab04-fim
           end-if.
       rot-pes-ab04-1.
           perform rot-le-prox-ab04.
           if erro not = 0
              move 0 to erro
              go to rot-pes-ab04-fim
           end-if.
           if cpf-busca not = 0
              if ab04-cpf not = cpf-busca
                 go to rot-pes-ab04-fim
              end-if
           else
              move ab04-nome to txt
              perform rot-texto
              perform rot-confere-nome thru rot-confere-nome-fim
              if flag-achou not = "S"
                 go to rot-pes-ab04-fim
              end-if
           end-if.
      *
      *    Titular vigente de associado ativo: ha contrato, os
      *    dados ficam
      *
           move "N" to flag-mantido.
           if modo = "A" and ab04-data-saida = 0
              move ab04-codigo to ab01-codigo
              perform rot-le-ab01
              if erro = 0 and ab01-situacao = 1
                 move "S" to flag-mantido
              end-if
              move 0 to erro
           end-if.
           move ab04-codigo to chv-ab04-codigo.
           move ab04-condicao to chv-ab04-condicao.
           move ab04-titular to chv-ab04-titular.
           move "ARQAB04" to det-arquivo.
           move chv-ab04 to det-chave.
           move ab04-nome-a to lin-ab04-nome.
           move ab04-cpf to lin-ab04-cpf.
           move ab04-rg to lin-ab04-rg.
           move ab04-emissor to lin-ab04-emissor.
           move lin-ab04-1 to det-texto.
           if modo = "A"
              if flag-mantido = "S"
                 move "MANTIDO" to det-situacao
                 add 1 to qtd-mantido
              else
                 perform rot-mascara-ab04
                 move "ANONIMIZ." to det-situacao
                 add 1 to qtd-total
              end-if
              move 0 to erro
              perform rot-imprime
              go to rot-pes-ab04-1
           end-if.
           perform rot-imprime.
           move ab04-data-nasc to dias-corr.
           perform rot-data-disp.
           move data-disp to lin-ab04-nasc.
           move ab04-endereco to lin-ab04-endereco.
           move ab04-cidade to lin-ab04-cidade.
           move ab04-uf to lin-ab04-uf.
           move ab04-cep to lin-ab04-cep.
           move lin-ab04-2 to det-texto.
           perform rot-imprime.
           move ab04-ddd to lin-ab04-ddd.
           move ab04-telefone to lin-ab04-telefone.
           move ab04-cargo to lin-ab04-cargo.
           move ab04-nascionalidade to lin-ab04-nac.
           move ab04-data-entrada to dias-corr.
           perform rot-data-disp.
           move data-disp to lin-ab04-entrada.
           move ab04-data-saida to dias-corr.
           perform rot-data-disp.
           move data-disp to lin-ab04-saida.
           move lin-ab04-3 to det-texto.
           perform rot-imprime.
           add 1 to qtd-total.
           go to rot-pes-ab04-1.
       rot-pes-ab04-fim.
           exit.
      *
       rot-pes-cs02.
           move low-values to cs02-chave.
           start arqcs02 key is not less cs02-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-pes-cs02-fim
           end-if.
       rot-pes-cs02-1.
           perform rot-le-prox-cs02.
           if erro not = 0
              move 0 to erro
              go to rot-pes-cs02-fim
           end-if.
           move cs02-nome to txt.
           perform rot-texto.
           perform rot-confere-nome thru rot-confere-nome-fim.
           if flag-achou not = "S"
              go to rot-pes-cs02-1
           end-if.
           move "ARQCS02" to det-arquivo.
           move "INSCRICAO" to chv-num-tipo.
           move cs02-inscricao to chv-num-codigo.
           move chv-num to det-chave.
           move cs02-nome to lin-cs02-nome.
           move cs02-turma to lin-cs02-turma.
           move cs02-presencas to lin-cs02-presencas.
           move cs02-certificado to lin-cs02-certificado.
           move lin-cs02 to det-texto.
           if modo = "A"
              perform rot-mascara-cs02
              move 0 to erro
              move "ANONIMIZ." to det-situacao
           end-if.
           perform rot-imprime.
           add 1 to qtd-total.
           go to rot-pes-cs02-1.
       rot-pes-cs02-fim.
           exit.
      *
       rot-pes-sl01.
           move nome-busca to sl01-nome in sl01-chave-2.
           start arqsl01 key is not less sl01-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-pes-sl01-fim
           end-if.
       rot-pes-sl01-1.
           perform rot-le-prox-sl01.
           if erro not = 0
              move 0 to erro
              go to rot-pes-sl01-fim
           end-if.
           if sl01-controle = high-values
              go to rot-pes-sl01-1
           end-if.
           move sl01-nome in sl01-chave-2 to txt.
           perform rot-texto.
           perform rot-confere-nome thru rot-confere-nome-fim.
           if flag-achou not = "S"
              go to rot-pes-sl01-fim
           end-if.
           move "ARQSL01" to det-arquivo.
           move "PARTIC." to chv-num-tipo.
           move sl01-codigo to chv-num-codigo.
           move chv-num to det-chave.
           move sl01-nome-a to lin-sl01-nome.
           move sl01-nome-cracha to lin-sl01-cracha.
           move sl01-cargo to lin-sl01-cargo.
           move sl01-evento to lin-sl01-evento.
           move lin-sl01-1 to det-texto.
           if modo = "A"
              perform rot-mascara-sl01
              move 0 to erro
              move "ANONIMIZ." to det-situacao
              perform rot-imprime
              add 1 to qtd-total
              go to rot-pes-sl01-1
           end-if.
           perform rot-imprime.
           move sl01-endereco to lin-sl01-endereco.
           move sl01-cidade to lin-sl01-cidade.
           move sl01-uf to lin-sl01-uf.
           move sl01-cep to lin-sl01-cep.
           move sl01-ddd to lin-sl01-ddd.
           move sl01-telefone to lin-sl01-telefone.
           move lin-sl01-2 to det-texto.
           perform rot-imprime.
           move sl01-empresa-a to lin-sl01-empresa.
           move sl01-fax to lin-sl01-fax.
           move sl01-data to dias-corr.
           perform rot-data-disp.
           move data-disp to lin-sl01-data.
           move sl01-compartilha to lin-sl01-compartilha.
           move sl01-presenca to lin-sl01-presenca.
           move lin-sl01-3 to det-texto.
           perform rot-imprime.
           add 1 to qtd-total.
           go to rot-pes-sl01-1.
       rot-pes-sl01-fim.
           exit.
      *
       rot-pes-sl02.
           move 0 to sl02-codigo.
           start arqsl02 key is not less sl02-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-pes-sl02-fim
           end-if.
       rot-pes-sl02-1.
           perform rot-le-prox-sl02.
           if erro not = 0
              move 0 to erro
              go to rot-pes-sl02-fim
           end-if.
           move sl02-nome to txt.
           perform rot-texto.
           perform rot-confere-nome thru rot-confere-nome-fim.
           if flag-achou not = "S"
              go to rot-pes-sl02-1
           end-if.
           move "ARQSL02" to det-arquivo.
           move "CANCEL." to chv-num-tipo.
           move sl02-codigo to chv-num-codigo.
           move chv-num to det-chave.
           move sl02-nome to lin-sl02-nome.
           move sl02-empresa to lin-sl02-empresa.
           move sl02-data to dias-corr.
           perform rot-data-disp.
           move data-disp to lin-sl02-data.
           move lin-sl02 to det-texto.
           if modo = "A"
              perform rot-mascara-sl02
              move 0 to erro
              move "ANONIMIZ." to det-situacao
           end-if.
           perform rot-imprime.
           add 1 to qtd-total.
           go to rot-pes-sl02-1.
       rot-pes-sl02-fim.
           exit.
      *
       rot-pes-le01.
           move 0 to le01-sequencial.
           start arqle01 key is not less le01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-pes-le01-fim
           end-if.
       rot-pes-le01-1.
           perform rot-le-prox-le01.
           if erro not = 0
              move 0 to erro
              go to rot-pes-le01-fim
           end-if.
           if le01-controle = high-values
              go to rot-pes-le01-fim
           end-if.
           move le01-nome to txt.
           perform rot-texto.
           perform rot-confere-nome thru rot-confere-nome-fim.
           if flag-achou not = "S"
              go to rot-pes-le01-1
           end-if.
           move "ARQLE01" to det-arquivo.
           move "ESPERA" to chv-num-tipo.
           move le01-sequencial to chv-num-codigo.
           move chv-num to det-chave.
           move le01-nome to lin-le01-nome.
           move le01-ddd to lin-le01-ddd.
           move le01-telefone to lin-le01-telefone.
           move le01-evento to lin-le01-evento.
           move le01-data-insc to dias-corr.
           perform rot-data-disp.
           move data-disp to lin-le01-data.
           move lin-le01 to det-texto.
           if modo = "A"
              perform rot-mascara-le01
              move 0 to erro
              move "ANONIMIZ." to det-situacao
           end-if.
           perform rot-imprime.
           add 1 to qtd-total.
           go to rot-pes-le01-1.
       rot-pes-le01-fim.
           exit.
      *
      *    Contatos: o nome completo citado no texto; na
      *    anonimizacao so o nome e coberto
      *
       rot-pes-hc01.
           move 0 to hc01-sequencial.
           start arqhc01 key is not less hc01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-pes-hc01-fim
           end-if.
           compute pos-max = 61 - tam-nome.
       rot-pes-hc01-1.
           perform rot-le-prox-hc01.
           if erro not = 0
              move 0 to erro
              go to rot-pes-hc01-fim
           end-if.
           if hc01-controle = high-values
              go to rot-pes-hc01-fim
           end-if.
           move hc01-texto to texto-aux.
           inspect texto-aux converting minusculas to maiusculas.
           move 0 to qtd-ocorr.
           perform rot-procura-nome thru rot-procura-nome-fim
                   varying pos from 1 by 1 until pos > pos-max.
           if qtd-ocorr = 0
              go to rot-pes-hc01-1
           end-if.
           move "ARQHC01" to det-arquivo.
           move "CONTATO" to chv-num-tipo.
           move hc01-sequencial to chv-num-codigo.
           move chv-num to det-chave.
           move hc01-data-contato to dias-corr.
           perform rot-data-disp.
           move data-disp to lin-hc01-data.
           move hc01-texto to lin-hc01-texto.
           if modo = "A"
              rewrite reg-hc01 invalid key
                      move 1 to erro
              end-rewrite
              move 0 to erro
              move hc01-texto to lin-hc01-texto
              move "ANONIMIZ." to det-situacao
           end-if.
           move lin-hc01 to det-texto.
           perform rot-imprime.
           add 1 to qtd-total.
           go to rot-pes-hc01-1.
      *
       rot-pes-hc01-fim.
           exit.
      *
       rot-procura-nome.
           if texto-aux(pos:tam-nome) = nome-busca(1:tam-nome)
              add 1 to qtd-ocorr
              if modo = "A"
                 move asteriscos(1:tam-nome) to hc01-texto(pos:tam-nome)
              end-if
           end-if.
       rot-procura-nome-fim.
           exit.
      *
       lab-pes-fim.
           exit.
      *
      ************************
      *                      *
      *  Abre / fecha os     *
      *  arquivos pessoais   *
      *                      *
      ************************
      *
       sec-abre-pessoais section.
      *
       lab-abr-00.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-abr-fim
           end-if.
           perform rot-open-ab04.
           if erro not = 0
              go to lab-abr-fim
           end-if.
           perform rot-open-cs02.
           if erro not = 0
              go to lab-abr-fim
           end-if.
           perform rot-open-sl01.
           if erro not = 0
              go to lab-abr-fim
           end-if.
           perform rot-open-sl02.
           if erro not = 0
              go to lab-abr-fim
           end-if.
           perform rot-open-le01.
           if erro not = 0
              go to lab-abr-fim
           end-if.
           perform rot-open-hc01.
           if erro not = 0
              go to lab-abr-fim
           end-if.
           perform rot-open-tabl.
      *
       lab-abr-fim.
           exit.
      *
       sec-fecha-pessoais section.
      *
       lab-fec-00.
           perform rot-close-tabl.
           perform rot-close-hc01.
           perform rot-close-le01.
           perform rot-close-sl02.
           perform rot-close-sl01.
           perform rot-close-cs02.
           perform rot-close-ab04.
           perform rot-close-ab01.
      *
       lab-fec-fim.
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
       acc-protocolo.
           accept protocolo at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-sol.
           accept dia-euro at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-sol-fim
           end-if.
           accept mes-euro at 0932 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-sol-fim
           end-if.
           accept ano-euro at 0935 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-sol-fim.
           exit.
      *
       acc-tipo.
           accept tipo at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome.
           accept nome at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cpf.
           accept cpf at 1229 with auto update prompt
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
       acc-situacao.
           accept situacao at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-resposta.
           accept resposta-sol at 1706 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cpf-c.
           accept cpf-busca at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome-c.
           accept nome-busca at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-anos-assoc.
           accept anos-assoc at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-anos-evento.
           accept anos-evento at 0929 with auto update prompt
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
       dsp-tipo.
           display tipo at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-nome.
           display nome at 1129 with foreground-color 15
                   background-color 01.
      *
       dsp-cpf.
           display cpf at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-contato.
           display contato at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-prazo.
           move prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1429 with foreground-color 15
                   background-color 01.
      *
       dsp-situacao.
           display situacao at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-resposta.
           display resposta-sol at 1706 with foreground-color 15
                   background-color 01.
      *
       dsp-cpf-e.
           display cpf-busca at 0929 with foreground-color 15
                   background-color 01.
      *
       dsp-nome-e.
           display nome-busca at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-anos-assoc.
           display anos-assoc at 0829 with foreground-color 15
                   background-color 01.
      *
       dsp-anos-evento.
           display anos-evento at 0929 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para limpar
      *
       lmp-funcao.
           display limpa at 0729 with foreground-color 15
                   background-color 01.
      *
       lmp-protocolo.
           display limpa at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-data-sol.
           display limpa at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-tipo.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-nome.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-cpf.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-contato.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-prazo.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-resposta.
           display limpa-60 at 1706 with foreground-color 15
                   background-color 01.
      *
       lmp-cpf-c.
           display limpa at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-c.
           display limpa at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-cpf-e.
           display limpa at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-e.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
