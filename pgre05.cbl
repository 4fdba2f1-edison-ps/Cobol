      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGRE05       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Pagamento Eletronico a Fornecedores (CNAB 240) :           *
      *                                                             *
      *  O pgre04 separa no bordero os titulos de fornecedor com    *
      *  forma de pagamento eletronica e portador com convenio      *
      *  (re01-pgto-sit "B"); daqui sai a remessa p/ o banco e o    *
      *  retorno e lido no pgre02, que faz a baixa normal.          *
      *                                                             *
      *  (F)ornecedor   - forma de pagamento e dados bancarios do   *
      *                   favorecido no ARQCD01;                    *
      *  (T)itulo       - codigo de barras do boleto ou da guia     *
      *                   do titulo a pagar;                        *
      *  (C)onvenio     - convenio de pagamento da empresa com o    *
      *                   banco do portador (tabela tipo 42);       *
      *  (R)emessa      - arquivo CNAB 240 do bordero, um lote      *
      *                   por forma de lancamento (credito em       *
      *                   conta, TED, boleto do proprio banco,      *
      *                   boleto de outro banco, tributos), no      *
      *                   valor liquido das retencoes IRRF/ISS.     *
      *  (D)DA          - importa os boletos do DDA e cruza com o   *
      *                   contas a pagar (CNPJ do cedente, valor e  *
      *                   vencimento): o titulo encontrado recebe   *
      *                   o codigo de barras; boleto sem titulo e   *
      *                   titulo com valor/vencimento divergente    *
      *                   saem no relatorio de excecoes.            *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01   DDA      *
      *                               15/10/26     v1.02   TREINO   *
      *                               15/10/26     v1.03   DATAPROC *
      *                               15/10/26     v1.04   DIARIO   *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgre05.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqpg01 assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is pg01-status.
      *
           select arqdd01 assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is dd01-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdre01.lib.
      *
       copy fdcd01.lib.
      *
       copy fdtabl.lib.
      *
       copy fdpg01.lib.
      *
       copy fddd01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
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
       01 pg01-status                  pic x(02) value "00".
       01 pg01-stat                    pic x(01) value "F".
       01 nome-pg01                    pic x(12) value spaces.
      *
       01 dd01-status                  pic x(02) value "00".
       01 dd01-stat                    pic x(01) value "F".
       01 nome-dd01                    pic x(12) value spaces.
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRE05".
          02 cb-versao                 pic x(06) value "v1.04 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
      *
       01 campo-serie.
          02 ser-par-codigo            pic x(05) value spaces.
          02 ser-par-numero            pic 9(08) value 0.
          02 ser-par-usr               pic x(10) value spaces.
          02 ser-par-data              pic 9(06) value 0.
          02 ser-par-ok                pic x(01) value spaces.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 razao                     pic x(38) value spaces.
          02 forma-pgto                pic x(01) value spaces.
          02 banco                     pic 9(03) value 0.
          02 agencia                   pic 9(05) value 0.
          02 agencia-dv                pic x(01) value spaces.
          02 conta                     pic 9(12) value 0.
          02 conta-dv                  pic x(01) value spaces.
          02 documento                 pic x(10) value spaces.
          02 cod-barras                pic x(44) value spaces.
          02 portador                  pic 9(03) value 0.
          02 dportador                 pic x(40) value spaces.
          02 convenio                  pic x(20) value spaces.
          02 cnpj                      pic 9(14) value 0.
          02 bordero                   pic 9(06) value 0.
          02 pgto-corr                 pic 9(06) value 0.
          02 pgto-disp                 pic x(08) value spaces.
          02 pgto-sec                  pic 9(06) value 0.
          02 nsa                       pic 9(06) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 venc-disp                 pic x(08) value spaces.
      *
       01 flag-tabl                    pic x(01) value spaces.
      *
      *    Convenio do portador (tipo 42): descricao(1:20)
      *    convenio, (21:5) agencia, (26:1) dv, (27:12) conta,
      *    (39:1) dv; resto(1:3) banco, resto(4:14) CNPJ
      *
       01 conv-dados.
          02 conv-convenio             pic x(20) value spaces.
          02 conv-agencia              pic 9(05) value 0.
          02 conv-agencia-dv           pic x(01) value spaces.
          02 conv-conta                pic 9(12) value 0.
          02 conv-conta-dv             pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
       01 conv-resto.
          02 conv-banco                pic 9(03) value 0.
          02 conv-cnpj                 pic 9(14) value 0.
          02 filler                    pic x(03) value spaces.
       01 conv-nome-banco              pic x(30) value spaces.
      *
      *    Titulos do bordero aguardando remessa (ate 200);
      *    pgt-lote e a forma de lancamento (1 credito em conta,
      *    2 TED, 3 boleto do banco do convenio, 4 boleto de
      *    outro banco, 5 tributo/concessionaria, 0 recusado)
      *
       01 pgt-qtd                      pic 9(03) comp-5 value 0.
       01 pgt-idx                      pic 9(03) comp-5 value 0.
       01 pgt-tabela.
          02 pgt-titulo occurs 200.
             03 pgt-documento          pic x(10).
             03 pgt-codigo             pic 9(05).
             03 pgt-vencimento         pic 9(06).
             03 pgt-valor              pic 9(11)v9(02).
             03 pgt-liquido            pic 9(11)v9(02).
             03 pgt-cod-barras         pic x(44).
             03 pgt-lote               pic 9(01).
             03 pgt-motivo             pic x(30).
       01 flag-overflow                pic x(01) value "N".
      *
      *    Formas de lancamento: servico, forma, camara e versao
      *    do layout de cada lote
      *
       01 lotes-tab.
          02 filler                    pic x(30) value
             "2001000045Credito em conta   ".
          02 filler                    pic x(30) value
             "2041018045TED                ".
          02 filler                    pic x(30) value
             "2030000040Boleto mesmo banco ".
          02 filler                    pic x(30) value
             "2031000040Boleto outro banco ".
          02 filler                    pic x(30) value
             "2211000012Tributo/concession.".
       01 lotes-red redefines lotes-tab.
          02 lotes-item occurs 5.
             03 lotes-servico          pic 9(02).
             03 lotes-forma            pic 9(02).
             03 lotes-camara           pic 9(03).
             03 lotes-versao           pic x(03).
             03 lotes-descricao        pic x(20).
      *
       01 cont-rem.
          02 lote-atual                pic 9(01) value 0.
          02 lote-num                  pic 9(04) value 0.
          02 lote-seq                  pic 9(05) value 0.
          02 lote-registros            pic 9(06) value 0.
          02 lote-valor                pic 9(16)v9(02) value 0.
          02 tot-registros             pic 9(06) value 0.
          02 tot-qtd                   pic 9(05) value 0.
          02 tot-valor                 pic 9(13)v9(02) value 0.
          02 tot-recusados             pic 9(05) value 0.
      *
       01 empresa-nome                 pic x(30) value
          "ABAV-SP ASSOC BRAS AG VIAGENS".
      *
      *    Data DDMMAAAA do layout FEBRABAN
      *
       01 data-ddmmaaaa.
          02 data-dd-l                 pic 9(02) value 0.
          02 data-mm-l                 pic 9(02) value 0.
          02 data-aaaa                 pic 9(04) value 0.
       01 data-ddmmaaaa-n redefines data-ddmmaaaa pic 9(08).
      *
       01 venc-ddmmaaaa                pic 9(08) value 0.
       01 cep-prefixo                  pic 9(05) value 0.
       01 cep-sufixo                   pic 9(03) value 0.
      *
      *    Digito do codigo de barras do boleto (posicao 5,
      *    modulo 11 pesos 2 a 9 sobre as outras 43 posicoes)
      *
       01 dv-pos                       pic 9(02) comp-5 value 0.
       01 dv-peso                      pic 9(02) comp-5 value 0.
       01 dv-soma                      pic 9(05) value 0.
       01 dv-resto                     pic 9(02) value 0.
       01 dv-calc                      pic 9(02) value 0.
       01 dv-dig                       pic 9(01) value 0.
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
          02 filler                    pic x(29) value
          "Remessa de Pagamento CNAB No.".
          02 cab-nsa                   pic zzzzz9 value 0.
          02 filler                    pic x(13) value
          " - Bordero : ".
          02 cab-bordero               pic 9(06) value 0.
          02 filler                    pic x(06) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-sele.
          02 filler                    pic x(10) value "Portador.:".
          02 cab-port-num              pic 9(03) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-port-desc             pic x(40) value spaces.
          02 filler                    pic x(12) value
             "  Pagamento:".
          02 cab-pgto                  pic x(08) value spaces.
      *
       01 cab-tit.
          02 filler                    pic x(11) value "Documento".
          02 filler                    pic x(07) value "Codigo".
          02 filler                    pic x(32) value "Favorecido".
          02 filler                    pic x(09) value "Vencto".
          02 filler                    pic x(17) value
             "  Valor liquido".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(30) value "Lancamento".
      *
       01 cab-lin.
          02 cab-documento             pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-codigo                pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-razao                 pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-vencimento            pic x(08) value spaces.
          02 cab-valor                 pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-situacao              pic x(30) value spaces.
      *
      *
      *    Importacao do DDA
      *
       01 dda-dados.
          02 dda-codigo                pic 9(05) value 0.
          02 dda-vencimento            pic 9(06) value 0.
          02 dda-valor                 pic 9(11)v9(02) value 0.
          02 dda-achou                 pic x(01) value spaces.
          02 dda-doc                   pic x(10) value spaces.
          02 dda-doc-valor             pic 9(11)v9(02) value 0.
          02 dda-doc-venc              pic 9(06) value 0.
      *
       01 cont-dda.
          02 dda-tot-boletos           pic 9(05) value 0.
          02 dda-tot-vinculados        pic 9(05) value 0.
          02 dda-tot-ja-vinc           pic 9(05) value 0.
          02 dda-tot-divergentes       pic 9(05) value 0.
          02 dda-tot-sem-titulo        pic 9(05) value 0.
      *
       01 cab-prog-dda.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(48) value
          "DDA - Boletos registrados x Contas a Pagar".
          02 filler                    pic x(06) value spaces.
          02 cab-data-dda              pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina-dda            pic 9(04) value 0.
      *
       01 cab-tit-dda.
          02 filler                    pic x(16) value "CNPJ cedente".
          02 filler                    pic x(24) value "Cedente".
          02 filler                    pic x(09) value "Vencto".
          02 filler                    pic x(19) value
             "      Valor DDA".
          02 filler                    pic x(11) value "Documento".
          02 filler                    pic x(09) value "Vencto".
          02 filler                    pic x(19) value
             "   Valor titulo".
          02 filler                    pic x(25) value "Situacao".
      *
       01 cab-lin-dda.
          02 cab-dda-cnpj              pic 9(14) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-dda-cedente           pic x(23) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-dda-venc              pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-dda-valor             pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-dda-documento         pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-dda-venc-tit          pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-dda-valor-tit         pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-dda-situacao          pic x(25) value spaces.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
          02 filler                    pic x(05) value spaces.
          02 cab-tot-valor             pic z.zzz.zzz.zzz.zz9,99.
      *
       01 campo-treino.
          02 trn-par-ativo             pic x(01) value "N".
          02 trn-par-destino           pic x(20) value spaces.
      *
      *    Data de processamento controlada (rotdtp01); a data
      *    do sistema fica guardada e volta na saida
      *
       01 campo-data-proc.
          02 dtp-par-data              pic 9(05) value 0.
          02 dtp-par-usr               pic x(10) value spaces.
          02 dtp-par-alteracao         pic 9(05) value 0.
       01 data-real                    pic 9(05) value 0.
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
      *
      *    Retencao na fonte (tabela 26 por operacao): a remessa
      *    paga o liquido, mesmo calculo do pgre02/pgre04
      *
       01 valor-ret                    pic 9(11)v9(02) value 0.
       01 operacao-ret                 pic 9(03) value 0.
       01 retencao-irrf                pic 9(09)v9(02) value 0.
       01 retencao-iss                 pic 9(09)v9(02) value 0.
       01 valor-liquido                pic 9(11)v9(02) value 0.
       01 taxa-irrf-x                  pic x(04) value zeros.
       01 taxa-irrf redefines taxa-irrf-x pic 9(02)v9(02).
       01 taxa-iss-x                   pic x(04) value zeros.
       01 taxa-iss redefines taxa-iss-x pic 9(02)v9(02).
       01 ret-minimo-x                 pic x(11) value zeros.
       01 ret-minimo redefines ret-minimo-x pic 9(09)v9(02).
      *
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
          02 line 08 column 40 foreground-color 06 background-color 01
             highlight value "Pagamento Eletronico CNAB 240".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (F/T/C/R/D)...:".
      *
       01 tela-02.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Fornecedor...........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Forma (T/B/R/branco).:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Banco................:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Agencia / digito.....:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Conta / digito.......:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "T-credito/TED  B-boleto  R-tributo".
      *
       01 tela-03.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Documento............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Valor / vencimento...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Codigo de barras.....:".
      *
       01 tela-04.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Portador.............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Banco (0=excluir)....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Convenio.............:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Agencia / digito.....:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Conta / digito.......:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "CNPJ da empresa......:".
      *
       01 tela-05.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Bordero..............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Data do pagamento....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo de remessa...:".
      *
       01 tela-07.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo DDA..........:".
      *
       01 tela-06.
          02 line 11 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 12 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 13 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 14 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 15 column 06 foreground-color 01 background-color 01
             value "                                                  ".
          02 line 16 column 06 foreground-color 01 background-color 01
             value "                                                  ".
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
           move param-data to data-real.
           call "rotdtp01" using campo-data-proc.
           cancel "rotdtp01".
           if dtp-par-data not = 0
              move dtp-par-data to param-data
           end-if.
           move 0 to box-col box-lin.
           move 80 to box-col-f.
           move 25 to box-lin-f.
           perform rot-save-buffer.
           display tela-cabec.
           move 03 to box-col.
           move 06 to box-lin.
           move 74 to box-col-f.
           move 18 to box-lin-f.
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
           move data-real to param-data.
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
       rot-le-prox-re01.
           move 0 to erro.
           read arqre01 next record at end move 1 to erro.
           if re01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-re01
           end-if.
      *
       rot-open-cd01.
           move 0 to erro.
           if cd01-stat = "F"
              open i-o arqcd01
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
       rot-le-prox-cd01.
           move 0 to erro.
           read arqcd01 next record at end move 1 to erro.
           if cd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-cd01
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
       rot-open-pg01.
           move 0 to erro.
           move zeros to pg01-status.
           if pg01-stat = "F"
              open output arqpg01
              if pg01-status not = "00"
                 move " Erro de gravacao do arquivo de remessa - Tecle <
      -          "Enter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 move 1 to erro
              else
                 move "A" to pg01-stat
              end-if
           end-if.
      *
       rot-close-pg01.
           if pg01-stat = "A"
              close arqpg01
              move "F" to pg01-stat
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
       rot-open-dd01.
           move 0 to erro.
           move zeros to dd01-status.
           if dd01-stat = "F"
              open input arqdd01
              if dd01-status not = "00"
                 move " Erro de abertura no arquivo DDA - Tecle <Enter>"
                 to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 move 1 to erro
              else
                 move "A" to dd01-stat
              end-if
           end-if.
      *
       rot-close-dd01.
           if dd01-stat = "A"
              close arqdd01
              move "F" to dd01-stat
           end-if.
      *
       rot-cabec-dda.
           move 6 to linha.
           add 1 to pagina
           move pagina to cab-pagina-dda
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog-dda after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog-dda after 2 lines
           end-if.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit-dda after 1 line.
           write reg-imp from tracos after 1 line.
      *
       rot-imprime-dda.
           if linha > 56
              perform rot-cabec-dda
           end-if.
           write reg-imp from cab-lin-dda after 1 line.
           add 1 to linha.
      *
       rot-imprime.
           if linha > 56
              perform rot-cabec
           end-if.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to
           mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Numero sequencial do arquivo (NSA) da remessa (serie
      *    "CNAB" da tabela tipo 10, via rotser01)
      *
       rot-proxima-remessa.
           move 0 to erro.
           move "CNAB " to ser-par-codigo.
           move param-usr to ser-par-usr.
           move param-data to ser-par-data.
           call "rotser01" using campo-serie.
           if ser-par-ok not = "S"
              move 1 to erro
           else
              move ser-par-numero to nsa
           end-if.
      *
      *    dias-corr -> data-ddmmaaaa (anos 00-49 sao 20xx)
      *
       rot-ddmmaaaa.
           move 1 to opcao-data.
           perform rot-data.
           if ano-euro < 50
              compute data-aaaa = 2000 + ano-euro
           else
              compute data-aaaa = 1900 + ano-euro
           end-if.
           move mes-euro to data-mm-l.
           move dia-euro to data-dd-l.
      *
      *    Convenio de pagamento do portador (tipo 42)
      *
       rot-le-convenio.
           move "42" to tabl-tipo.
           move spaces to tabl-codigo.
           move portador to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to conv-dados
              move tabl-resto to conv-resto
              if conv-banco not numeric or conv-banco = 0
                 move 1 to erro
              end-if
           end-if.
      *
      *    Retencao IRRF/ISS da operacao (tabela 26: 1-4 IRRF
      *    99v99, 5-8 ISS 99v99, 9-19 minimo) - mesmo calculo do
      *    pgre02; abaixo do minimo nao retem
      *
       rot-calcula-retencao.
           move 0 to retencao-irrf retencao-iss.
           move valor-ret to valor-liquido.
           move 26 to wtab01-tipo.
           move operacao-ret to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-calcula-retencao-fim
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-resto(1:4) to taxa-irrf-x.
           move wtab01-resto(5:4) to taxa-iss-x.
           move wtab01-resto(9:11) to ret-minimo-x.
           if taxa-irrf-x not numeric
              move zeros to taxa-irrf-x
           end-if.
           if taxa-iss-x not numeric
              move zeros to taxa-iss-x
           end-if.
           if ret-minimo-x not numeric
              move zeros to ret-minimo-x
           end-if.
           if valor-ret < ret-minimo
              go to rot-calcula-retencao-fim
           end-if.
           compute retencao-irrf rounded =
                   valor-ret * taxa-irrf / 100.
           compute retencao-iss rounded = valor-ret * taxa-iss / 100.
           compute valor-liquido =
                   valor-ret - retencao-irrf - retencao-iss.
       rot-calcula-retencao-fim.
           exit.
      *
      *    Codigo de barras: 44 digitos; guia de tributo ou
      *    concessionaria comeca com 8, boleto confere o digito
      *    da posicao 5
      *
       rot-valida-barras.
           move 0 to erro.
           if cod-barras = spaces
              go to rot-valida-barras-fim
           end-if.
           if cod-barras not numeric
              move 1 to erro
              go to rot-valida-barras-fim
           end-if.
           if cod-barras(1:1) = "8"
              go to rot-valida-barras-fim
           end-if.
           move 0 to dv-soma.
           move 2 to dv-peso.
           move 44 to dv-pos.
      *
       rot-valida-barras-1.
           if dv-pos = 0
              go to rot-valida-barras-2
           end-if.
           if dv-pos not = 5
              move cod-barras(dv-pos:1) to dv-dig
              compute dv-soma = dv-soma + (dv-dig * dv-peso)
              add 1 to dv-peso
              if dv-peso > 9
                 move 2 to dv-peso
              end-if
           end-if.
           subtract 1 from dv-pos.
           go to rot-valida-barras-1.
      *
       rot-valida-barras-2.
           divide dv-soma by 11 giving dv-calc remainder dv-resto.
           compute dv-calc = 11 - dv-resto.
           if dv-calc = 0 or dv-calc > 9
              move 1 to dv-calc
           end-if.
           move cod-barras(5:1) to dv-dig.
           if dv-dig not = dv-calc
              move 1 to erro
           end-if.
       rot-valida-barras-fim.
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
           if funcao not = "F" and "T" and "C" and "R" and "D"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "F"
                         display tela-02
                         perform sec-fornecedor
                    when funcao = "T"
                         display tela-03
                         perform sec-titulo
                    when funcao = "C"
                         display tela-04
                         perform sec-convenio
                    when funcao = "R"
                         display tela-05
                         perform sec-remessa
                    when funcao = "D"
                         display tela-07
                         perform sec-dda
           end-evaluate.
           display tela-06.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Fornecedor          *
      *                      *
      ************************
      *
       sec-fornecedor section.
      *
       lab-for-00.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-for-fim
           end-if.
      *
       lab-for-01.
           move 0 to codigo.
           perform lmp-codigo thru lmp-conta.
           perform acc-codigo.
           if escape-key = 1
              go to lab-for-fim
           end-if.
           if codigo = 0
              go to lab-for-01
           end-if.
           move codigo to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move " Codigo nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-for-01
           end-if.
           move cd01-razao-social-a to razao.
           perform dsp-razao.
           move cd01-forma-pgto to forma-pgto.
           if cd01-banco numeric
              move cd01-banco to banco
           else
              move 0 to banco
           end-if.
           if cd01-agencia numeric
              move cd01-agencia to agencia
           else
              move 0 to agencia
           end-if.
           if cd01-conta numeric
              move cd01-conta to conta
           else
              move 0 to conta
           end-if.
           move cd01-agencia-dv to agencia-dv.
           move cd01-conta-dv to conta-dv.
           perform dsp-forma-pgto thru dsp-conta.
      *
       lab-for-02.
           perform acc-forma-pgto.
           if escape-key = 1
              go to lab-for-01
           end-if.
           move forma-pgto to txt.
           perform rot-texto.
           move txt to forma-pgto.
           if forma-pgto not = "T" and "B" and "R" and space
              go to lab-for-02
           end-if.
      *
       lab-for-03.
           perform acc-banco.
           if escape-key = 1
              go to lab-for-02
           end-if.
           if forma-pgto = "T" and banco = 0
              go to lab-for-03
           end-if.
      *
       lab-for-04.
           perform acc-agencia.
           if escape-key = 1
              go to lab-for-03
           end-if.
           if forma-pgto = "T" and agencia = 0
              go to lab-for-04
           end-if.
           perform acc-agencia-dv.
           if escape-key = 1
              go to lab-for-04
           end-if.
           move agencia-dv to txt.
           perform rot-texto.
           move txt to agencia-dv.
      *
       lab-for-05.
           perform acc-conta.
           if escape-key = 1
              go to lab-for-04
           end-if.
           if forma-pgto = "T" and conta = 0
              go to lab-for-05
           end-if.
           perform acc-conta-dv.
           if escape-key = 1
              go to lab-for-05
           end-if.
           move conta-dv to txt.
           perform rot-texto.
           move txt to conta-dv.
           if forma-pgto = "T" and conta-dv = space
              go to lab-for-05
           end-if.
      *
       lab-for-06.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-for-05
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-for-01
           else
              if resposta not = "S"
                 go to lab-for-06
              end-if
           end-if.
           display tela-limpa-cad.
           move codigo to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              go to lab-for-07
           end-if.
           move forma-pgto to cd01-forma-pgto.
           move banco to cd01-banco.
           move agencia to cd01-agencia.
           move agencia-dv to cd01-agencia-dv.
           move conta to cd01-conta.
           move conta-dv to cd01-conta-dv.
           move param-usr to cd01-usuario.
           move param-data to cd01-data.
           rewrite reg-cd01 invalid key
                   move 1 to erro
           end-rewrite.
      *
       lab-for-07.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao - ARQCD01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           go to lab-for-01.
      *
       lab-for-fim.
           perform rot-close-cd01.
           perform lmp-codigo thru lmp-conta.
           exit.
      *
      ************************
      *                      *
      *  Titulo              *
      *                      *
      ************************
      *
       sec-titulo section.
      *
       lab-tit-00.
           perform rot-open-re01.
           if erro not = 0
              go to lab-tit-fim
           end-if.
      *
       lab-tit-01.
           move spaces to documento.
           perform lmp-documento thru lmp-cod-barras.
           perform acc-documento.
           if escape-key = 1
              go to lab-tit-fim
           end-if.
           if documento = spaces
              go to lab-tit-01
           end-if.
           move documento to re01-documento.
           perform rot-le-re01.
           if erro not = 0
              move 0 to erro
              move " Titulo nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-tit-01
           end-if.
           move re01-valor to valor-disp.
           move re01-vencimento to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to venc-disp.
           perform dsp-valor.
           move re01-cod-barras to cod-barras.
           perform dsp-cod-barras.
           if re01-pgto-sit = "R"
              move " Titulo em remessa de pagamento eletronico - Tecle <
      -       "Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-tit-01
           end-if.
      *
       lab-tit-02.
           perform acc-cod-barras.
           if escape-key = 1
              go to lab-tit-01
           end-if.
           perform rot-valida-barras thru rot-valida-barras-fim.
           if erro not = 0
              move 0 to erro
              move " Codigo de barras invalido - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-tit-02
           end-if.
      *
       lab-tit-03.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-tit-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-tit-01
           else
              if resposta not = "S"
                 go to lab-tit-03
              end-if
           end-if.
           display tela-limpa-cad.
           move documento to re01-documento.
           perform rot-le-re01.
           if erro = 0
              move reg-re01 to jor-antes
              move cod-barras to re01-cod-barras
              move param-usr to re01-usuario
              move param-data to re01-data
              rewrite reg-re01 invalid key
                      move 1 to erro
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-re01
              end-rewrite
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao - ARQRE01A.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           go to lab-tit-01.
      *
       lab-tit-fim.
           perform rot-close-re01.
           perform lmp-documento thru lmp-cod-barras.
           exit.
      *
      ************************
      *                      *
      *  Convenio            *
      *                      *
      ************************
      *
       sec-convenio section.
      *
       lab-con-00.
           if param-prioridade < 8
              move " Convenio exige prioridade de supervisor - Tecle <En
      -       "ter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-con-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-con-fim
           end-if.
      *
       lab-con-01.
           move 0 to portador.
           perform lmp-portador thru lmp-cnpj.
           perform acc-portador.
           if escape-key = 1
              go to lab-con-fim
           end-if.
           if portador = 0
              go to lab-con-01
           end-if.
           move 04 to wtab01-tipo.
           move portador to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move " Portador nao cadastrado - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-con-01
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to dportador.
           perform dsp-portador.
           move spaces to conv-dados.
           move 0 to conv-agencia conv-conta.
           move 0 to conv-banco conv-cnpj.
           perform rot-le-convenio.
           if erro = 0 or tabl-status = "00"
              move "S" to flag-tabl
           else
              move "N" to flag-tabl
              move spaces to conv-dados
              move 0 to conv-agencia conv-conta conv-banco conv-cnpj
           end-if.
           move 0 to erro.
           if conv-agencia not numeric
              move 0 to conv-agencia
           end-if.
           if conv-conta not numeric
              move 0 to conv-conta
           end-if.
           if conv-cnpj not numeric
              move 0 to conv-cnpj
           end-if.
           move conv-banco to banco.
           move conv-convenio to convenio.
           move conv-agencia to agencia.
           move conv-agencia-dv to agencia-dv.
           move conv-conta to conta.
           move conv-conta-dv to conta-dv.
           move conv-cnpj to cnpj.
           if flag-tabl = "S"
              perform dsp-conv-banco thru dsp-cnpj
           end-if.
      *
       lab-con-02.
           perform acc-conv-banco.
           if escape-key = 1
              go to lab-con-01
           end-if.
           if banco = 0
              go to lab-con-08
           end-if.
      *
       lab-con-03.
           perform acc-convenio.
           if escape-key = 1
              go to lab-con-02
           end-if.
           if convenio = spaces
              go to lab-con-03
           end-if.
      *
       lab-con-04.
           perform acc-conv-agencia.
           if escape-key = 1
              go to lab-con-03
           end-if.
           if agencia = 0
              go to lab-con-04
           end-if.
           perform acc-conv-agencia-dv.
           if escape-key = 1
              go to lab-con-04
           end-if.
           move agencia-dv to txt.
           perform rot-texto.
           move txt to agencia-dv.
      *
       lab-con-05.
           perform acc-conv-conta.
           if escape-key = 1
              go to lab-con-04
           end-if.
           if conta = 0
              go to lab-con-05
           end-if.
           perform acc-conv-conta-dv.
           if escape-key = 1
              go to lab-con-05
           end-if.
           move conta-dv to txt.
           perform rot-texto.
           move txt to conta-dv.
      *
       lab-con-06.
           perform acc-cnpj.
           if escape-key = 1
              go to lab-con-05
           end-if.
           if cnpj = 0
              go to lab-con-06
           end-if.
      *
       lab-con-07.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-con-06
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-con-01
           else
              if resposta not = "S"
                 go to lab-con-07
              end-if
           end-if.
           display tela-limpa-cad.
           move spaces to conv-dados conv-resto.
           move convenio to conv-convenio.
           move agencia to conv-agencia.
           move agencia-dv to conv-agencia-dv.
           move conta to conv-conta.
           move conta-dv to conv-conta-dv.
           move banco to conv-banco.
           move cnpj to conv-cnpj.
           move "42" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move portador to tabl-codigo(1:3).
           move spaces to tabl-descricao-1.
           string "CONVENIO CNAB - " dportador delimited by size
                  into tabl-descricao-1
           end-string.
           move conv-dados to tabl-descricao.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move conv-resto to tabl-resto.
           if flag-tabl = "S"
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           go to lab-con-01.
      *
      *    Banco zerado: o portador deixa de ter convenio
      *
       lab-con-08.
           if flag-tabl not = "S"
              go to lab-con-01
           end-if.
           move "Exclui o convenio do portador (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1 or resposta not = "S"
              go to lab-con-01
           end-if.
           delete arqtabl invalid key
                  move 1 to erro
           end-delete.
           move 0 to erro.
           go to lab-con-01.
      *
       lab-con-fim.
           perform rot-close-tabl.
           perform lmp-portador thru lmp-cnpj.
           exit.
      *
      ************************
      *                      *
      *  Remessa             *
      *                      *
      ************************
      *
       sec-remessa section.
      *
       lab-rem-00.
           call "rottrn01" using campo-treino.
           if trn-par-ativo = "S"
              move " Treinamento: remessa bloqueada - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rem-fim
           end-if.
      *
       lab-rem-01.
           move 0 to bordero.
           perform lmp-bordero thru lmp-nome-pg01.
           perform acc-bordero.
           if escape-key = 1
              go to lab-rem-fim
           end-if.
           if bordero = 0
              go to lab-rem-01
           end-if.
      *
       lab-rem-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-pgto.
           perform acc-pgto.
           if escape-key = 1
              go to lab-rem-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              perform rot-data-i
              go to lab-rem-02
           end-if.
           move dias-corr to pgto-corr data-sec-in.
           move data-disp to pgto-disp.
           perform rot-data-sec.
           move data-sec-out to pgto-sec.
           move param-data to data-sec-in.
           perform rot-data-sec.
           if pgto-sec < data-sec-out
              move " Pagamento anterior a data do sistema - Tecle <Enter
      -       ">" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rem-02
           end-if.
      *
       lab-rem-03.
           move spaces to nome-pg01.
           perform lmp-nome-pg01.
           perform acc-nome-pg01.
           if escape-key = 1
              go to lab-rem-02
           end-if.
           if nome-pg01 = spaces
              go to lab-rem-03
           end-if.
      *
       lab-rem-04.
           move "Confirma a remessa do bordero (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rem-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-rem-01
           else
              if resposta not = "S"
                 go to lab-rem-04
              end-if
           end-if.
           move "Aguarde - gerando a remessa de pagamento" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rem-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-rem-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-rem-fim
           end-if.
      *
      *    Titulos do bordero separados p/ pagamento eletronico
      *
           move 0 to pgt-qtd portador.
           move "N" to flag-overflow.
           move low-values to re01-chave.
           start arqre01 key is not less re01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rem-06
           end-if.
      *
       lab-rem-05.
           perform rot-le-prox-re01.
           if erro not = 0
              move 0 to erro
              go to lab-rem-06
           end-if.
           if re01-pgto-sit not = "B" or re01-bordero not = bordero
              go to lab-rem-05
           end-if.
           if pgt-qtd >= 200
              move "S" to flag-overflow
              go to lab-rem-06
           end-if.
           add 1 to pgt-qtd.
           if portador = 0
              move re01-portador to portador
           end-if.
           move re01-documento to pgt-documento (pgt-qtd).
           move re01-codigo to pgt-codigo (pgt-qtd).
           move re01-vencimento to pgt-vencimento (pgt-qtd).
           move re01-valor to pgt-valor (pgt-qtd).
           move re01-cod-barras to pgt-cod-barras (pgt-qtd).
           move re01-valor to valor-ret.
           move re01-operacao to operacao-ret.
           perform rot-calcula-retencao thru
                   rot-calcula-retencao-fim.
           move valor-liquido to pgt-liquido (pgt-qtd).
           move 0 to pgt-lote (pgt-qtd).
           move spaces to pgt-motivo (pgt-qtd).
           go to lab-rem-05.
      *
       lab-rem-06.
           display tela-limpa-cad.
           if pgt-qtd = 0
              move " Bordero sem titulos aguardando remessa - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rem-fim
           end-if.
           if flag-overflow = "S"
              move " Mais de 200 titulos - a sobra vai na proxima remess
      -       "a" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           perform rot-le-convenio.
           if erro not = 0
              move 0 to erro
              move " Portador do bordero sem convenio (funcao C) - Tecle
      -       " <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rem-fim
           end-if.
           move 04 to wtab01-tipo.
           move portador to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move "Portador nao cadastrado" to dportador
           else
              move reg-tabl to reg-wtab01
              move wtab01-descricao to dportador
           end-if.
           move dportador to conv-nome-banco.
      *
      *    Forma de lancamento de cada titulo
      *
           move 1 to pgt-idx.
      *
       lab-rem-07.
           if pgt-idx > pgt-qtd
              go to lab-rem-08
           end-if.
           perform rot-classifica.
           add 1 to pgt-idx.
           go to lab-rem-07.
      *
       lab-rem-08.
           perform rot-proxima-remessa.
           if erro not = 0
              move " Erro na numeracao da remessa - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-rem-fim
           end-if.
           perform rot-open-pg01.
           if erro not = 0
              go to lab-rem-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rem-fim
           end-if.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move nsa to cab-nsa.
           move bordero to cab-bordero.
           move portador to cab-port-num.
           move dportador to cab-port-desc.
           move pgto-disp to cab-pgto.
           move 0 to pagina.
           perform rot-cabec.
           move 0 to lote-num tot-registros tot-qtd tot-valor
                     tot-recusados.
      *
      *    Header de arquivo
      *
           move spaces to reg-pg01-ha.
           move conv-banco to pgha-banco.
           move 0 to pgha-lote.
           move "0" to pgha-tipo.
           move 2 to pgha-tipo-insc.
           move conv-cnpj to pgha-cnpj.
           move conv-convenio to pgha-convenio.
           move conv-agencia to pgha-agencia.
           move conv-agencia-dv to pgha-agencia-dv.
           move conv-conta to pgha-conta.
           move conv-conta-dv to pgha-conta-dv.
           move empresa-nome to pgha-empresa.
           move conv-nome-banco to pgha-nome-banco.
           move 1 to pgha-remessa.
           move param-data to dias-corr.
           perform rot-ddmmaaaa.
           move data-ddmmaaaa-n to pgha-data.
           accept hora-sistema from time.
           divide hora-sistema by 100 giving pgha-hora.
           move nsa to pgha-nsa.
           move "089" to pgha-versao.
           move "01600" to pgha-densidade.
           write reg-pg01-ha.
           add 1 to tot-registros.
      *
      *    Um lote por forma de lancamento
      *
           move 1 to lote-atual.
      *
       lab-rem-09.
           if lote-atual > 5
              go to lab-rem-12
           end-if.
           move 1 to pgt-idx.
      *
       lab-rem-10.
           if pgt-idx > pgt-qtd
              add 1 to lote-atual
              go to lab-rem-09
           end-if.
           if pgt-lote (pgt-idx) not = lote-atual
              add 1 to pgt-idx
              go to lab-rem-10
           end-if.
           perform rot-header-lote.
      *
       lab-rem-11.
           if pgt-idx > pgt-qtd
              perform rot-trailer-lote
              add 1 to lote-atual
              go to lab-rem-09
           end-if.
           if pgt-lote (pgt-idx) = lote-atual
              perform rot-detalhe thru rot-detalhe-fim
           end-if.
           add 1 to pgt-idx.
           go to lab-rem-11.
      *
      *    Trailer de arquivo e titulos recusados
      *
       lab-rem-12.
           move spaces to reg-pg01-ta.
           move conv-banco to pgta-banco.
           move 9999 to pgta-lote.
           move "9" to pgta-tipo.
           move lote-num to pgta-qtd-lotes.
           add 1 to tot-registros.
           move tot-registros to pgta-qtd-registros.
           move 0 to pgta-qtd-contas.
           write reg-pg01-ta.
           perform rot-close-pg01.
           move 1 to pgt-idx.
      *
       lab-rem-13.
           if pgt-idx > pgt-qtd
              go to lab-rem-14
           end-if.
           if pgt-lote (pgt-idx) = 0
              perform rot-recusa
           end-if.
           add 1 to pgt-idx.
           go to lab-rem-13.
      *
       lab-rem-14.
           write reg-imp from tracos after 1 line.
           move "Titulos na remessa...........:" to cab-tot-texto.
           move tot-qtd to cab-tot-qtd.
           move tot-valor to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "Devolvidos p/ pagto manual...:" to cab-tot-texto.
           move tot-recusados to cab-tot-qtd.
           move 0 to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move spaces to mensagem.
           string "Remessa " nsa " - titulos " tot-qtd
                  " - recusados " tot-recusados " - Tecle <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rem-fim.
           perform rot-close-pg01.
           perform rot-close-imp.
           perform rot-close-cd01.
           perform rot-close-re01.
           perform rot-close-tabl.
           perform lmp-bordero thru lmp-nome-pg01.
           exit.
      *
      *    Forma de lancamento: codigo de barras iniciado por 8 e
      *    tributo/concessionaria, demais sao boleto (do banco do
      *    convenio ou de outro banco); sem codigo de barras so o
      *    credito em conta do favorecido (mesmo banco ou TED)
      *
       rot-classifica.
           move pgt-codigo (pgt-idx) to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move "Fornecedor nao cadastrado" to pgt-motivo (pgt-idx)
              go to rot-classifica-fim
           end-if.
           if pgt-cod-barras (pgt-idx) not = spaces
              if pgt-cod-barras (pgt-idx) (1:1) = "8"
                 move 5 to pgt-lote (pgt-idx)
              else
                 if pgt-cod-barras (pgt-idx) (1:3) = conv-banco
                    move 3 to pgt-lote (pgt-idx)
                 else
                    move 4 to pgt-lote (pgt-idx)
                 end-if
              end-if
              go to rot-classifica-fim
           end-if.
           if cd01-forma-pgto = "B" or "R"
              move "Titulo sem codigo de barras" to
                   pgt-motivo (pgt-idx)
              go to rot-classifica-fim
           end-if.
           if cd01-forma-pgto not = "T"
              move "Fornecedor sem pagto eletronico" to
                   pgt-motivo (pgt-idx)
              go to rot-classifica-fim
           end-if.
           if cd01-banco not numeric or cd01-agencia not numeric or
              cd01-conta not numeric
              move "Dados bancarios incompletos" to pgt-motivo (pgt-idx)
              go to rot-classifica-fim
           end-if.
           if cd01-banco = 0 or cd01-agencia = 0 or cd01-conta = 0
              move "Dados bancarios incompletos" to pgt-motivo (pgt-idx)
              go to rot-classifica-fim
           end-if.
           if cd01-banco = conv-banco
              move 1 to pgt-lote (pgt-idx)
           else
              move 2 to pgt-lote (pgt-idx)
           end-if.
       rot-classifica-fim.
           exit.
      *
       rot-header-lote.
           add 1 to lote-num.
           move 0 to lote-seq lote-valor.
           move 1 to lote-registros.
           move spaces to reg-pg01-hl.
           move conv-banco to pghl-banco.
           move lote-num to pghl-lote.
           move "1" to pghl-tipo.
           move "C" to pghl-operacao.
           move lotes-servico (lote-atual) to pghl-servico.
           move lotes-forma (lote-atual) to pghl-forma.
           move lotes-versao (lote-atual) to pghl-versao.
           move 2 to pghl-tipo-insc.
           move conv-cnpj to pghl-cnpj.
           move conv-convenio to pghl-convenio.
           move conv-agencia to pghl-agencia.
           move conv-agencia-dv to pghl-agencia-dv.
           move conv-conta to pghl-conta.
           move conv-conta-dv to pghl-conta-dv.
           move empresa-nome to pghl-empresa.
           move 0 to pghl-cep.
           write reg-pg01-hl.
           add 1 to tot-registros.
      *
       rot-trailer-lote.
           add 1 to lote-registros.
           move spaces to reg-pg01-tl.
           move conv-banco to pgtl-banco.
           move lote-num to pgtl-lote.
           move "5" to pgtl-tipo.
           move lote-registros to pgtl-qtd-registros.
           move lote-valor to pgtl-valor.
           move 0 to pgtl-qtd-moeda pgtl-aviso.
           write reg-pg01-tl.
           add 1 to tot-registros.
      *
      *    Segmentos do titulo corrente e marca do ARQRE01 como
      *    enviado ao banco nesta remessa
      *
       rot-detalhe.
           move pgt-codigo (pgt-idx) to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move spaces to cd01-razao-social-a cd01-endereco
                             cd01-cidade cd01-uf
              move 0 to cd01-cgcpf cd01-cep
           end-if.
           move pgt-vencimento (pgt-idx) to dias-corr.
           perform rot-ddmmaaaa.
           move data-ddmmaaaa-n to venc-ddmmaaaa.
           if lote-atual < 3
              perform rot-segmento-ab
           else
              if lote-atual < 5
                 perform rot-segmento-j
              else
                 perform rot-segmento-o
              end-if
           end-if.
           add pgt-liquido (pgt-idx) to lote-valor tot-valor.
           add 1 to tot-qtd.
           move pgt-documento (pgt-idx) to re01-documento.
           perform rot-le-re01.
           if erro = 0
              move reg-re01 to jor-antes
              move "R" to re01-pgto-sit
              move nsa to re01-remessa
              rewrite reg-re01 invalid key
                      move 1 to erro
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-re01
              end-rewrite
           end-if.
           move 0 to erro.
           move pgt-documento (pgt-idx) to cab-documento.
           move pgt-codigo (pgt-idx) to cab-codigo.
           move cd01-razao-social-a to cab-razao.
           move pgt-vencimento (pgt-idx) to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-vencimento.
           move pgt-liquido (pgt-idx) to cab-valor.
           move lotes-descricao (lote-atual) to cab-situacao.
           perform rot-imprime.
       rot-detalhe-fim.
           exit.
      *
      *    Credito em conta/TED: segmento A (pagamento) e B
      *    (cadastro do favorecido)
      *
       rot-segmento-ab.
           add 1 to lote-seq.
           move spaces to reg-pg01-a.
           move conv-banco to pga-banco.
           move lote-num to pga-lote.
           move "3" to pga-tipo.
           move lote-seq to pga-seq.
           move "A" to pga-segmento.
           move 0 to pga-movimento pga-instrucao.
           move lotes-camara (lote-atual) to pga-camara.
           move cd01-banco to pga-fav-banco.
           move cd01-agencia to pga-fav-agencia.
           move cd01-agencia-dv to pga-fav-agencia-dv.
           move cd01-conta to pga-fav-conta.
           move cd01-conta-dv to pga-fav-conta-dv.
           move cd01-razao-social-a to pga-fav-nome.
           move pgt-documento (pgt-idx) to pga-seu-numero.
           move pgto-corr to dias-corr.
           perform rot-ddmmaaaa.
           move data-ddmmaaaa-n to pga-data-pgto.
           move "BRL" to pga-moeda.
           move 0 to pga-qtd-moeda.
           move pgt-liquido (pgt-idx) to pga-valor.
           move 0 to pga-data-real pga-valor-real pga-aviso.
           if lote-atual = 2
              move "00005" to pga-finalidade-ted
           end-if.
           write reg-pg01-a.
           add 1 to lote-seq.
           move spaces to reg-pg01-b.
           move conv-banco to pgb-banco.
           move lote-num to pgb-lote.
           move "3" to pgb-tipo.
           move lote-seq to pgb-seq.
           move "B" to pgb-segmento.
           if cd01-flag-cgcpf = "J"
              move 2 to pgb-tipo-insc
           else
              move 1 to pgb-tipo-insc
           end-if.
           move cd01-cgcpf to pgb-insc.
           move cd01-endereco to pgb-logradouro.
           move cd01-cidade to pgb-cidade.
           divide cd01-cep by 1000 giving cep-prefixo
                  remainder cep-sufixo.
           move cep-prefixo to pgb-cep.
           move cep-sufixo to pgb-cep-compl.
           move cd01-uf to pgb-uf.
           move venc-ddmmaaaa to pgb-vencimento.
           move pgt-valor (pgt-idx) to pgb-valor-doc.
           move 0 to pgb-abatimento pgb-desconto pgb-mora pgb-multa
                     pgb-aviso pgb-siape.
           write reg-pg01-b.
           add 2 to lote-registros tot-registros.
      *
      *    Boleto: segmento J
      *
       rot-segmento-j.
           add 1 to lote-seq.
           move spaces to reg-pg01-j.
           move conv-banco to pgj-banco.
           move lote-num to pgj-lote.
           move "3" to pgj-tipo.
           move lote-seq to pgj-seq.
           move "J" to pgj-segmento.
           move 0 to pgj-movimento pgj-instrucao.
           move pgt-cod-barras (pgt-idx) to pgj-cod-barras.
           move cd01-razao-social-a to pgj-cedente.
           move venc-ddmmaaaa to pgj-vencimento.
           move pgt-valor (pgt-idx) to pgj-valor-titulo.
           move 0 to pgj-desconto pgj-mora pgj-qtd-moeda.
           move pgto-corr to dias-corr.
           perform rot-ddmmaaaa.
           move data-ddmmaaaa-n to pgj-data-pgto.
           move pgt-liquido (pgt-idx) to pgj-valor-pgto.
           move pgt-documento (pgt-idx) to pgj-seu-numero.
           move 9 to pgj-moeda.
           write reg-pg01-j.
           add 1 to lote-registros tot-registros.
      *
      *    Tributo/concessionaria: segmento O
      *
       rot-segmento-o.
           add 1 to lote-seq.
           move spaces to reg-pg01-o.
           move conv-banco to pgo-banco.
           move lote-num to pgo-lote.
           move "3" to pgo-tipo.
           move lote-seq to pgo-seq.
           move "O" to pgo-segmento.
           move 0 to pgo-movimento pgo-instrucao.
           move pgt-cod-barras (pgt-idx) to pgo-cod-barras.
           move cd01-razao-social-a to pgo-concessionaria.
           move venc-ddmmaaaa to pgo-vencimento.
           move pgto-corr to dias-corr.
           perform rot-ddmmaaaa.
           move data-ddmmaaaa-n to pgo-data-pgto.
           move pgt-liquido (pgt-idx) to pgo-valor-pgto.
           move pgt-documento (pgt-idx) to pgo-seu-numero.
           write reg-pg01-o.
           add 1 to lote-registros tot-registros.
      *
      *    Titulo sem condicao de pagamento eletronico: volta a
      *    ficar livre p/ a baixa manual no pgre02
      *
       rot-recusa.
           add 1 to tot-recusados.
           move pgt-documento (pgt-idx) to re01-documento.
           perform rot-le-re01.
           if erro = 0
              move reg-re01 to jor-antes
              move spaces to re01-pgto-sit
              move 0 to re01-bordero re01-remessa
              rewrite reg-re01 invalid key
                      move 1 to erro
                      not invalid key
                      move "R" to jor-operacao
                      perform rot-jn-re01
              end-rewrite
           end-if.
           move 0 to erro.
           move pgt-documento (pgt-idx) to cab-documento.
           move pgt-codigo (pgt-idx) to cab-codigo cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move spaces to cd01-razao-social-a
           end-if.
           move cd01-razao-social-a to cab-razao.
           move pgt-vencimento (pgt-idx) to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-vencimento.
           move pgt-liquido (pgt-idx) to cab-valor.
           move pgt-motivo (pgt-idx) to cab-situacao.
           perform rot-imprime.
      *
      ************************
      *                      *
      *  D D A               *
      *                      *
      ************************
      *
       sec-dda section.
      *
       lab-dda-01.
           move spaces to nome-dd01.
           perform lmp-nome-dd01.
           perform acc-nome-dd01.
           if escape-key = 1
              go to lab-dda-fim
           end-if.
           if nome-dd01 = spaces
              go to lab-dda-01
           end-if.
      *
       lab-dda-02.
           move "Confirma a importacao do DDA (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-dda-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-dda-01
           else
              if resposta not = "S"
                 go to lab-dda-02
              end-if
           end-if.
           move "Aguarde - importando o DDA" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-re01.
           if erro not = 0
              go to lab-dda-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-dda-fim
           end-if.
           perform rot-open-dd01.
           if erro not = 0
              go to lab-dda-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-dda-fim
           end-if.
           move 0 to dda-tot-boletos dda-tot-vinculados dda-tot-ja-vinc
                     dda-tot-divergentes dda-tot-sem-titulo pagina.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data-dda.
           perform rot-cabec-dda.
      *
      *    Boletos do DDA (segmento G)
      *
       lab-dda-03.
           read arqdd01 at end
              go to lab-dda-09
           end-read.
           if dd01-tipo not = "3" or dd01-segmento not = "G"
              go to lab-dda-03
           end-if.
           add 1 to dda-tot-boletos.
           if ddg-cnpj numeric
              move ddg-cnpj to cab-dda-cnpj
           else
              move 0 to cab-dda-cnpj
           end-if.
           move ddg-cedente to cab-dda-cedente.
           move spaces to cab-dda-documento cab-dda-venc-tit
                          cab-dda-situacao.
           move 0 to cab-dda-valor-tit dda-valor dda-vencimento.
           if ddg-valor numeric
              move ddg-valor to dda-valor
           end-if.
           move dda-valor to cab-dda-valor.
           move "C/APRES." to cab-dda-venc.
           if ddg-vencimento not numeric or ddg-vencimento = 0
              go to lab-dda-03-1
           end-if.
           move ddg-venc-dd to dia-euro.
           move ddg-venc-mm to mes-euro.
           move ddg-venc-aaaa to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              move "Vencimento invalido" to cab-dda-situacao
              go to lab-dda-08
           end-if.
           move dias-corr to dda-vencimento.
           move data-disp to cab-dda-venc.
      *
       lab-dda-03-1.
           move ddg-cod-barras to cod-barras.
           perform rot-valida-barras thru rot-valida-barras-fim.
           if erro not = 0 or cod-barras = spaces
              move 0 to erro
              move "Codigo de barras invalido" to cab-dda-situacao
              go to lab-dda-08
           end-if.
           if ddg-cnpj not numeric
              move "Cedente nao cadastrado" to cab-dda-situacao
              go to lab-dda-08
           end-if.
           move ddg-cnpj to cd01-cgcpf.
           move 0 to erro.
           start arqcd01 key is equal cd01-chave-4 invalid key
                 move 1 to erro
           end-start.
           if erro = 0
              perform rot-le-prox-cd01
           end-if.
           if erro not = 0
              move 0 to erro
              move "Cedente nao cadastrado" to cab-dda-situacao
              go to lab-dda-08
           end-if.
           move cd01-codigo to dda-codigo.
           move "N" to dda-achou.
           move spaces to dda-doc.
           move 0 to dda-doc-valor dda-doc-venc.
           move dda-codigo to re01-codigo.
           move low-values to re01-condicao.
           start arqre01 key is not less re01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-dda-06
           end-if.
      *
      *    Titulos do fornecedor: mesmo valor e vencimento recebe o
      *    codigo de barras; so o valor ou so o vencimento igual e
      *    divergencia
      *
       lab-dda-04.
           perform rot-le-prox-re01.
           if erro not = 0 or re01-codigo not = dda-codigo
              move 0 to erro
              go to lab-dda-06
           end-if.
           if re01-cod-barras = ddg-cod-barras
              add 1 to dda-tot-ja-vinc
              go to lab-dda-03
           end-if.
           if re01-pgto-sit not = space or
              re01-cod-barras not = spaces
              go to lab-dda-04
           end-if.
           if re01-valor = dda-valor and
              re01-vencimento = dda-vencimento
              go to lab-dda-05
           end-if.
           if dda-achou = "N" and
             (re01-valor = dda-valor or
              re01-vencimento = dda-vencimento)
              move "S" to dda-achou
              move re01-documento to dda-doc
              move re01-valor to dda-doc-valor
              move re01-vencimento to dda-doc-venc
           end-if.
           go to lab-dda-04.
      *
       lab-dda-05.
           move reg-re01 to jor-antes.
           move ddg-cod-barras to re01-cod-barras.
           rewrite reg-re01 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              move 0 to erro
              move re01-documento to cab-dda-documento
              move "Erro de regravacao" to cab-dda-situacao
              go to lab-dda-08
           end-if.
           move "R" to jor-operacao.
           perform rot-jn-re01.
           add 1 to dda-tot-vinculados.
           go to lab-dda-03.
      *
       lab-dda-06.
           if dda-achou = "N"
              add 1 to dda-tot-sem-titulo
              move "Sem titulo a pagar" to cab-dda-situacao
              perform rot-imprime-dda
              go to lab-dda-03
           end-if.
           add 1 to dda-tot-divergentes.
           move dda-doc to cab-dda-documento.
           move dda-doc-valor to cab-dda-valor-tit.
           move "C/APRES." to cab-dda-venc-tit.
           if dda-doc-venc not = 0
              move dda-doc-venc to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to cab-dda-venc-tit
           end-if.
           if dda-doc-valor not = dda-valor
              move "Valor divergente" to cab-dda-situacao
           else
              move "Vencimento divergente" to cab-dda-situacao
           end-if.
           perform rot-imprime-dda.
           go to lab-dda-03.
      *
       lab-dda-08.
           add 1 to dda-tot-sem-titulo.
           perform rot-imprime-dda.
           go to lab-dda-03.
      *
       lab-dda-09.
           write reg-imp from tracos after 1 line.
           move 0 to cab-tot-valor.
           move "Boletos no DDA...............:" to cab-tot-texto.
           move dda-tot-boletos to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Codigo de barras gravado.....:" to cab-tot-texto.
           move dda-tot-vinculados to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Ja vinculados anteriormente..:" to cab-tot-texto.
           move dda-tot-ja-vinc to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Valor/vencimento divergente..:" to cab-tot-texto.
           move dda-tot-divergentes to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Boleto sem titulo a pagar....:" to cab-tot-texto.
           move dda-tot-sem-titulo to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move spaces to mensagem.
           string "Boletos " dda-tot-boletos " vinc. "
                  dda-tot-vinculados " diverg. " dda-tot-divergentes
                  " s/titulo " dda-tot-sem-titulo " <Enter>"
                  delimited by size into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-dda-fim.
           perform rot-close-dd01.
           perform rot-close-imp.
           perform rot-close-cd01.
           perform rot-close-re01.
           perform lmp-nome-dd01.
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
           accept funcao at 1029 with auto update prompt
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
       acc-forma-pgto.
           accept forma-pgto at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-banco.
           accept banco at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-agencia.
           accept agencia at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-agencia-dv.
           accept agencia-dv at 1435 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conta.
           accept conta at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conta-dv.
           accept conta-dv at 1542 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-documento.
           accept documento at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cod-barras.
           accept cod-barras at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-portador.
           accept portador at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conv-banco.
           accept banco at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-convenio.
           accept convenio at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conv-agencia.
           accept agencia at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conv-agencia-dv.
           accept agencia-dv at 1435 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conv-conta.
           accept conta at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conv-conta-dv.
           accept conta-dv at 1542 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cnpj.
           accept cnpj at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-bordero.
           accept bordero at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome-dd01.
           accept nome-dd01 at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-pgto.
           accept dia-euro at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-pgto-fim
           end-if.
           accept mes-euro at 1232 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-pgto-fim
           end-if.
           accept ano-euro at 1235 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-pgto-fim.
           exit.
      *
       acc-nome-pg01.
           accept nome-pg01 at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-razao.
           display razao at 1135 with foreground-color 15
                   background-color 01.
      *
       dsp-forma-pgto.
           display forma-pgto at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-banco.
           display banco at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-agencia.
           display agencia at 1429 with foreground-color 15
                   background-color 01.
           display agencia-dv at 1435 with foreground-color 15
                   background-color 01.
      *
       dsp-conta.
           display conta at 1529 with foreground-color 15
                   background-color 01.
           display conta-dv at 1542 with foreground-color 15
                   background-color 01.
      *
       dsp-valor.
           display valor-disp at 1229 with foreground-color 15
                   background-color 01.
           display venc-disp at 1249 with foreground-color 15
                   background-color 01.
      *
       dsp-cod-barras.
           display cod-barras at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-portador.
           display dportador at 1134 with foreground-color 15
                   background-color 01.
      *
       dsp-conv-banco.
           display banco at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-convenio.
           display convenio at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-conv-agencia.
           display agencia at 1429 with foreground-color 15
                   background-color 01.
           display agencia-dv at 1435 with foreground-color 15
                   background-color 01.
      *
       dsp-conv-conta.
           display conta at 1529 with foreground-color 15
                   background-color 01.
           display conta-dv at 1542 with foreground-color 15
                   background-color 01.
      *
       dsp-cnpj.
           display cnpj at 1629 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-forma-pgto.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-banco.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-agencia.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-conta.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1539 with foreground-color 15
                   background-color 01.
      *
       lmp-documento.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-cod-barras.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-portador.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-conv-banco.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-convenio.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-conv-agencia.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-conv-conta.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1539 with foreground-color 15
                   background-color 01.
      *
       lmp-cnpj.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1639 with foreground-color 15
                   background-color 01.
      *
       lmp-bordero.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-pgto.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-pg01.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-dd01.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
