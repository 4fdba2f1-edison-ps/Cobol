      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGRL01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Relatorio Livre :                                          *
      *                                                             *
      *  O usuario monta a propria listagem sobre um arquivo do     *
      *  dicionario, sem pedir programa novo:                       *
      *                                                             *
      *  (D)efine     - nome, arquivo, ate 10 colunas na ordem de   *
      *                 impressao, ate 5 filtros sobre qualquer     *
      *                 campo, ate 3 campos de ordem com subtotal   *
      *                 na quebra e a saida padrao; a definicao     *
      *                 fica gravada no ARQRL01 com o nome dado;    *
      *  (E)xecuta    - roda uma definicao gravada p/ impressora,   *
      *                 p/ o spool (membro SPnnnnnn.TXT catalogado  *
      *                 no ARQSP01, consultado pelo pgsp01) ou p/   *
      *                 arquivo CSV (SPL\nome.CSV, separado por ";" *
      *                 por causa da virgula decimal, so detalhe);  *
      *  (L)ista      - imprime o dicionario dos arquivos que o     *
      *                 usuario enxerga e as definicoes gravadas;   *
      *  (M)antem     - dicionario: arquivos na tabela tipo 62 e    *
      *                 campos na tabela tipo 63 (supervisor); com  *
      *                 o dicionario vazio oferece o padrao.        *
      *                                                             *
      *  Cada arquivo do dicionario pertence a um modulo (posicao   *
      *  do acesso do usuario no ARQUSR - 1 cadastros, 2 estoque,   *
      *  3 faturamento, 4 utilitarios); sem o modulo o usuario nao  *
      *  define, nao roda e nao ve o arquivo.                       *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgrl01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqusr assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is usr-chave
                  file status is usr-status.
      *
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqrl01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rl01-chave
                  file status is rl01-status.
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
           select arqce02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ce02-chave
                  alternate record key is ce02-chave-1 with duplicates
                  file status is ce02-status.
      *
           select arqsort assign to disk.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdusr.lib.
      *
       copy fdtabl.lib.
      *
       copy fdrl01.lib.
      *
       copy fdsp01.lib.
      *
       copy fdab01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdre01.lib.
      *
       copy fdsl01.lib.
      *
       copy fdce02.lib.
      *
      *  Classificacao: valores dos campos de ordem ja prontos p/
      *  comparar, sequencia de leitura e o registro lido inteiro
      *
       sd arqsort.
      *
       01 reg-sort.
          02 srt-chave.
             03 srt-ordem              pic x(40) occurs 3.
             03 srt-seq                pic 9(07).
          02 srt-registro              pic x(450).
      *
       fd arqimp
          label record is standard
          value of file-id is impress
          data record is reg-imp.
      *
       01 reg-imp                      pic x(600).
      *
       working-storage section.
      *
       01 usr-status                   pic x(02) value "00".
      *
       01 nome-arq-usr.
          02 usr-dir                   pic x(03) value "USR".
          02 filler                    pic x(01) value "\".
          02 usr-nome                  pic x(08) value "ARQUSR00".
          02 filler                    pic x(01) value ".".
          02 usr-ext                   pic x(03) value "DAT".
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
       01 rl01-status                  pic x(02) value "00".
       01 rl01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rl01.
          02 rl01-dir                  pic x(03) value "TBL".
          02 filler                    pic x(01) value "\".
          02 rl01-nome-arq             pic x(08) value "ARQRL01A".
          02 filler                    pic x(01) value ".".
          02 rl01-ext                  pic x(03) value "DAT".
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
       01 sl01-status                  pic x(02) value "00".
       01 sl01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sl01.
          02 sl01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 sl01-nome                 pic x(08) value "ARQSL01A".
          02 filler                    pic x(01) value ".".
          02 sl01-ext                  pic x(03) value "DAT".
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
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(16) value spaces.
      *
       01 nome-mbr.
          02 filler                    pic x(06) value "SPL\SP".
          02 mbr-numero                pic 9(06) value 0.
          02 filler                    pic x(04) value ".TXT".
      *
       01 nome-csv                     pic x(16) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRL01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-40                     pic x(40) value spaces.
       01 linha-tela                   pic 9(02) comp-5 value 0.
       01 coluna-tela                  pic 9(02) comp-5 value 0.
       01 tracos                       pic x(132) value all "-".
       01 aspas                        pic x(01) value '"'.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 def-nome                  pic x(08) value spaces.
          02 saida                     pic x(01) value spaces.
          02 sigla-sel                 pic x(02) value spaces.
      *
      *    Acesso do usuario por modulo (posicao 1 cadastros,
      *    2 estoque, 3 faturamento, 4 utilitarios)
      *
       01 acesso-usr                   pic x(04) value "SSSS".
      *
       01 tab-modulos-val              pic x(44) value
          "CADASTROS  ESTOQUE    FATURAMENTOUTILITARIOS".
       01 tab-modulos redefines tab-modulos-val.
          02 tab-modulo                pic x(11) occurs 4.
      *
       01 flag-novo                    pic x(01) value spaces.
       01 flag-filtro                  pic x(01) value spaces.
       01 flag-controle                pic x(01) value spaces.
       01 flag-primeiro                pic x(01) value spaces.
       01 flag-valor                   pic x(01) value spaces.
       01 arquivo-ant                  pic x(02) value spaces.
       01 chave-tabl-ant               pic x(07) value spaces.
       01 tam-registro                 pic 9(04) value 0.
       01 numero                       pic 9(06) value 0.
       01 hora-corrente                pic 9(08) value 0.
       01 cont-lidos                   pic 9(07) value 0.
       01 cont-sel                     pic 9(07) value 0.
       01 cont-linhas                  pic 9(06) value 0.
       01 cont-paginas                 pic 9(04) value 0.
       01 linha                        pic 9(03) value 0.
       01 pagina                       pic 9(04) value 0.
       01 qtd-edit                     pic zzzzzz9.
       01 pad-idx                      pic 9(03) comp-5 value 0.
      *
      *    Dicionario: arquivo (tabela tipo 62, codigo = sigla) e
      *    campo (tabela tipo 63, codigo = sigla + numero do campo)
      *
       01 dic-arq-descricao            pic x(30) value spaces.
       01 dic-arq-resto.
          02 dic-arq-modulo            pic 9(01) value 0.
          02 dic-arq-nome              pic x(07) value spaces.
          02 filler                    pic x(12) value spaces.
      *
       01 dic-cpo-codigo.
          02 dic-cpo-sigla             pic x(02) value spaces.
          02 dic-cpo-campo             pic 9(03) value 0.
       01 dic-cpo-descricao            pic x(40) value spaces.
       01 dic-cpo-resto.
          02 dic-cpo-posicao           pic 9(04) value 0.
          02 dic-cpo-tamanho           pic 9(03) value 0.
      *    formato: A texto, C codigo (numero que nao se soma),
      *    N valor, S valor com sinal, D data em dias corridos
          02 dic-cpo-formato           pic x(01) value spaces.
          02 dic-cpo-decimais          pic 9(01) value 0.
          02 filler                    pic x(11) value spaces.
      *
      *    Campos do arquivo escolhido, carregados do dicionario
      *
       01 dic-qtd                      pic 9(03) comp-5 value 0.
       01 dic-idx                      pic 9(03) comp-5 value 0.
       01 dic-tabela.
          02 dic-item                  occurs 200.
             03 dic-t-campo            pic 9(03).
             03 dic-t-descricao        pic x(40).
             03 dic-t-posicao          pic 9(04).
             03 dic-t-tamanho          pic 9(03).
             03 dic-t-formato          pic x(01).
             03 dic-t-decimais         pic 9(01).
       01 campo-busca                  pic 9(03) value 0.
      *
      *    Colunas, filtros e ordens da definicao, resolvidos no
      *    dicionario p/ a execucao
      *
       01 col-idx                      pic 9(02) comp-5 value 0.
       01 col-qtd                      pic 9(02) comp-5 value 0.
       01 col-tabela.
          02 col-item                  occurs 10.
             03 col-dic                pic 9(03) comp-5.
             03 col-largura            pic 9(03) comp-5.
             03 col-inicio             pic 9(03) comp-5.
       01 larg-total                   pic 9(04) comp-5 value 0.
       01 larg-aux                     pic 9(03) comp-5 value 0.
       01 larg-inteiro                 pic 9(03) comp-5 value 0.
      *
       01 fil-idx                      pic 9(02) comp-5 value 0.
       01 fil-tabela.
          02 fil-item                  occurs 5.
             03 fil-dic                pic 9(03) comp-5.
             03 fil-tam                pic 9(02) comp-5.
             03 fil-num                pic s9(15)v9(04).
      *
       01 ord-idx                      pic 9(02) comp-5 value 0.
       01 ord-tabela.
          02 ord-item                  occurs 3.
             03 ord-dic                pic 9(03) comp-5.
      *
      *    Extracao de um campo do registro lido
      *
       01 reg-buffer                   pic x(450) value spaces.
       01 ant-buffer                   pic x(450) value spaces.
       01 cur-buffer                   pic x(450) value spaces.
       01 ext-idx                      pic 9(03) comp-5 value 0.
       01 ext-pos                      pic 9(04) comp-5 value 0.
       01 ext-tam                      pic 9(03) comp-5 value 0.
       01 ext-texto                    pic x(40) value spaces.
       01 ext-chave                    pic x(40) value spaces.
       01 ext-valor                    pic s9(15)v9(04) value 0.
       01 chave-grupo.
          02 chave-num                 pic 9(16)v9(04) value 0.
       01 num-buffer                   pic x(18) value zeros.
       01 num-inteiro redefines num-buffer
                                       pic s9(18).
      *
       01 cmp-res                      pic s9(01) value 0.
       01 cmp-cont                     pic 9(03) value 0.
      *
      *    Conversao do valor digitado no filtro
      *
       01 cnv-texto                    pic x(20) value spaces.
       01 cnv-idx                      pic 9(02) comp-5 value 0.
       01 cnv-car                      pic x(01) value spaces.
       01 cnv-num redefines cnv-car    pic 9(01).
       01 cnv-inteiro                  pic 9(15) value 0.
       01 cnv-decimal                  pic 9(04) value 0.
       01 cnv-casas                    pic 9(01) value 0.
       01 cnv-digitos                  pic 9(02) comp-5 value 0.
       01 cnv-sinal                    pic x(01) value spaces.
       01 cnv-virgula                  pic x(01) value spaces.
       01 cnv-valor                    pic s9(15)v9(04) value 0.
       01 cnv-data                     pic x(06) value spaces.
       01 cnv-data-r redefines cnv-data.
          02 cnv-dia                   pic 9(02).
          02 cnv-mes                   pic 9(02).
          02 cnv-ano                   pic 9(02).
      *
      *    Edicao dos valores (relatorio e CSV)
      *
       01 fmt-edit                     pic x(25) value spaces.
       01 fmt-ini                      pic 9(02) comp-5 value 0.
       01 ed-dec0                      pic ----.---.---.---.--9.
       01 ed-dec1                      pic ----.---.---.---.--9,9.
       01 ed-dec2                      pic ----.---.---.---.--9,99.
       01 ed-dec3                      pic ----.---.---.---.--9,999.
       01 ed-dec4                      pic ----.---.---.---.--9,9999.
       01 csv-dec0                     pic -(15)9.
       01 csv-dec1                     pic -(15)9,9.
       01 csv-dec2                     pic -(15)9,99.
       01 csv-dec3                     pic -(15)9,999.
       01 csv-dec4                     pic -(15)9,9999.
       01 csv-linha                    pic x(600) value spaces.
       01 csv-ptr                      pic 9(04) comp-5 value 0.
       01 csv-tam                      pic 9(02) comp-5 value 0.
      *
      *    Totais: geral e por nivel de quebra
      *
       01 tot-qtd                      pic 9(07) value 0.
       01 tot-valores.
          02 tot-valor                 pic s9(15)v9(04) occurs 10.
       01 sub-tabela.
          02 sub-item                  occurs 3.
             03 sub-qtd                pic 9(07).
             03 sub-valor              pic s9(15)v9(04) occurs 10.
       01 sub-nivel                    pic 9(02) comp-5 value 0.
       01 qbr-nivel                    pic 9(02) comp-5 value 0.
       01 ant-ordens.
          02 ant-ordem                 pic x(40) occurs 3.
      *
      *    Dicionario padrao, oferecido quando a tabela tipo 62
      *    esta vazia: arquivo = sigla, modulo (posicao no acesso
      *    do usuario), nome e descricao
      *
       01 pad-arquivos-val.
          02 filler                    pic x(40) value
             "AB1ARQAB01ASSOCIADOS                    ".
          02 filler                    pic x(40) value
             "RC3ARQRC01CONTAS A RECEBER              ".
          02 filler                    pic x(40) value
             "BX3ARQBX01BAIXAS DE CONTAS A RECEBER    ".
          02 filler                    pic x(40) value
             "RE3ARQRE01CONTAS A PAGAR                ".
          02 filler                    pic x(40) value
             "SL1ARQSL01PARTICIPANTES DO SALAO        ".
          02 filler                    pic x(40) value
             "CE2ARQCE02PRODUTOS DE ESTOQUE           ".
       01 pad-arquivos redefines pad-arquivos-val.
          02 pad-arq-item              occurs 6.
             03 pad-arq-sigla          pic x(02).
             03 pad-arq-modulo         pic 9(01).
             03 pad-arq-nome           pic x(07).
             03 pad-arq-descricao      pic x(30).
       01 pad-arq-qtd                  pic 9(02) comp-5 value 6.
      *
      *    Campos do dicionario padrao: sigla, campo, posicao,
      *    tamanho, formato, decimais e descricao
      *
       01 pad-campos-val.
          02 filler                    pic x(44) value
             "AB0010001005C0CODIGO                        ".
          02 filler                    pic x(44) value
             "AB0020046040A0RAZAO SOCIAL                  ".
          02 filler                    pic x(44) value
             "AB0030006040A0NOME FANTASIA                 ".
          02 filler                    pic x(44) value
             "AB0040086001A0CONDICAO                      ".
          02 filler                    pic x(44) value
             "AB0050167040A0ENDERECO                      ".
          02 filler                    pic x(44) value
             "AB0060207020A0CIDADE                        ".
          02 filler                    pic x(44) value
             "AB0070227002A0UF                            ".
          02 filler                    pic x(44) value
             "AB0080229008C0CEP                           ".
          02 filler                    pic x(44) value
             "AB0090237004C0DDD                           ".
          02 filler                    pic x(44) value
             "AB0100241008A0TELEFONE                      ".
          02 filler                    pic x(44) value
             "AB0110289012A0EMBRATUR                      ".
          02 filler                    pic x(44) value
             "AB0120301012A0IATA                          ".
          02 filler                    pic x(44) value
             "AB0130325014C0CGC                           ".
          02 filler                    pic x(44) value
             "AB0140339001C0SITUACAO                      ".
          02 filler                    pic x(44) value
             "AB0150340003C0CATEGORIA                     ".
          02 filler                    pic x(44) value
             "AB0160349006D0DATA DE INCLUSAO              ".
          02 filler                    pic x(44) value
             "AB0170355006D0DATA DE EXCLUSAO              ".
          02 filler                    pic x(44) value
             "AB0180383006D0VENCIMENTO EMBRATUR           ".
          02 filler                    pic x(44) value
             "AB0190389006D0VENCIMENTO IATA               ".
          02 filler                    pic x(44) value
             "AB0200410003C0MOTIVO DO DESLIGAMENTO        ".
          02 filler                    pic x(44) value
             "AB0210400001A0ENDERECO DEVOLVIDO            ".
          02 filler                    pic x(44) value
             "RC0010001005C0CODIGO                        ".
          02 filler                    pic x(44) value
             "RC0020006001A0CONDICAO                      ".
          02 filler                    pic x(44) value
             "RC0030007010A0DOCUMENTO                     ".
          02 filler                    pic x(44) value
             "RC0040023006D0VENCIMENTO                    ".
          02 filler                    pic x(44) value
             "RC0050039013N2VALOR                         ".
          02 filler                    pic x(44) value
             "RC0060052030A0OBSERVACAO                    ".
          02 filler                    pic x(44) value
             "RC0070082003C0PORTADOR                      ".
          02 filler                    pic x(44) value
             "RC0080085003C0OPERACAO                      ".
          02 filler                    pic x(44) value
             "RC0090088006D0EMISSAO                       ".
          02 filler                    pic x(44) value
             "RC0100118001A0SITUACAO                      ".
          02 filler                    pic x(44) value
             "RC0110119010A0DOCUMENTO SUCESSOR            ".
          02 filler                    pic x(44) value
             "RC0120129004A0MOEDA                         ".
          02 filler                    pic x(44) value
             "RC0130133011N2VALOR NA MOEDA                ".
          02 filler                    pic x(44) value
             "RC0140144005A0EVENTO                        ".
          02 filler                    pic x(44) value
             "RC0150149003C0CENTRO DE CUSTO               ".
          02 filler                    pic x(44) value
             "RC0160153001C0ENTIDADE                      ".
          02 filler                    pic x(44) value
             "RC0170094010A0USUARIO                       ".
          02 filler                    pic x(44) value
             "BX0010001006C0BAIXA                         ".
          02 filler                    pic x(44) value
             "BX0020007005C0CODIGO                        ".
          02 filler                    pic x(44) value
             "BX0030012001A0CONDICAO                      ".
          02 filler                    pic x(44) value
             "BX0040013006D0LIQUIDACAO                    ".
          02 filler                    pic x(44) value
             "BX0050019010A0DOCUMENTO                     ".
          02 filler                    pic x(44) value
             "BX0060029006D0VENCIMENTO                    ".
          02 filler                    pic x(44) value
             "BX0070035013N2VALOR DO TITULO               ".
          02 filler                    pic x(44) value
             "BX0080084013N2VALOR PAGO                    ".
          02 filler                    pic x(44) value
             "BX0090150011N2MULTA                         ".
          02 filler                    pic x(44) value
             "BX0100161011N2JUROS                         ".
          02 filler                    pic x(44) value
             "BX0110192011N2DESCONTO                      ".
          02 filler                    pic x(44) value
             "BX0120078003C0PORTADOR                      ".
          02 filler                    pic x(44) value
             "BX0130081003C0OPERACAO                      ".
          02 filler                    pic x(44) value
             "BX0140113001A0SITUACAO                      ".
          02 filler                    pic x(44) value
             "BX0150172006C0RECIBO                        ".
          02 filler                    pic x(44) value
             "BX0160178005A0EVENTO                        ".
          02 filler                    pic x(44) value
             "BX0170189003C0CENTRO DE CUSTO               ".
          02 filler                    pic x(44) value
             "BX0180203001C0ENTIDADE                      ".
          02 filler                    pic x(44) value
             "BX0190097010A0USUARIO                       ".
          02 filler                    pic x(44) value
             "RE0010001010A0DOCUMENTO                     ".
          02 filler                    pic x(44) value
             "RE0020011005C0CODIGO                        ".
          02 filler                    pic x(44) value
             "RE0030016001A0CONDICAO                      ".
          02 filler                    pic x(44) value
             "RE0040017006D0VENCIMENTO                    ".
          02 filler                    pic x(44) value
             "RE0050023013N2VALOR                         ".
          02 filler                    pic x(44) value
             "RE0060036030A0OBSERVACAO                    ".
          02 filler                    pic x(44) value
             "RE0070066003C0PORTADOR                      ".
          02 filler                    pic x(44) value
             "RE0080069003C0OPERACAO                      ".
          02 filler                    pic x(44) value
             "RE0090072006D0EMISSAO                       ".
          02 filler                    pic x(44) value
             "RE0100104002C0PARCELA                       ".
          02 filler                    pic x(44) value
             "RE0110106002C0QTDE DE PARCELAS              ".
          02 filler                    pic x(44) value
             "RE0120108001A0APROVADO                      ".
          02 filler                    pic x(44) value
             "RE0130109005A0EVENTO                        ".
          02 filler                    pic x(44) value
             "RE0140114003C0CENTRO DE CUSTO               ".
          02 filler                    pic x(44) value
             "RE0150161001A0SITUACAO DO PAGAMENTO         ".
          02 filler                    pic x(44) value
             "RE0160162006C0BORDERO                       ".
          02 filler                    pic x(44) value
             "RE0170174001C0ENTIDADE                      ".
          02 filler                    pic x(44) value
             "RE0180078010A0USUARIO                       ".
          02 filler                    pic x(44) value
             "SL0010001005C0CODIGO                        ".
          02 filler                    pic x(44) value
             "SL0020207040A0EMPRESA                       ".
          02 filler                    pic x(44) value
             "SL0030247040A0NOME                          ".
          02 filler                    pic x(44) value
             "SL0040287015A0NOME NO CRACHA                ".
          02 filler                    pic x(44) value
             "SL0050302015A0CARGO                         ".
          02 filler                    pic x(44) value
             "SL0060317040A0ENDERECO                      ".
          02 filler                    pic x(44) value
             "SL0070357008C0CEP                           ".
          02 filler                    pic x(44) value
             "SL0080365002A0UF                            ".
          02 filler                    pic x(44) value
             "SL0090367015A0CIDADE                        ".
          02 filler                    pic x(44) value
             "SL0100382004C0DDD                           ".
          02 filler                    pic x(44) value
             "SL0110386008A0TELEFONE                      ".
          02 filler                    pic x(44) value
             "SL0120126001A0GRUPO                         ".
          02 filler                    pic x(44) value
             "SL0130410001A0PRESENCA                      ".
          02 filler                    pic x(44) value
             "SL0140429006D0DATA DO CHECK-IN              ".
          02 filler                    pic x(44) value
             "SL0150439005A0EVENTO                        ".
          02 filler                    pic x(44) value
             "SL0160444001A0COMPARTILHA DADOS             ".
          02 filler                    pic x(44) value
             "CE0010001005C0GRUPO                         ".
          02 filler                    pic x(44) value
             "CE0020006005C0PRODUTO                       ".
          02 filler                    pic x(44) value
             "CE0030051040A0DESCRICAO                     ".
          02 filler                    pic x(44) value
             "CE0040091006S2ESTOQUE MINIMO                ".
          02 filler                    pic x(44) value
             "CE0050097006S2ESTOQUE MAXIMO                ".
          02 filler                    pic x(44) value
             "CE0060103006S2ESTOQUE MEDIO                 ".
          02 filler                    pic x(44) value
             "CE0070109006S2ESTOQUE OFICIAL               ".
          02 filler                    pic x(44) value
             "CE0080115006S2ESTOQUE REAL                  ".
          02 filler                    pic x(44) value
             "CE0090137013N2CUSTO MEDIO                   ".
          02 filler                    pic x(44) value
             "CE0100150001A0CONTROLE DE LOTE              ".
          02 filler                    pic x(44) value
             "CE0110131006D0DATA DA ALTERACAO             ".
       01 pad-campos redefines pad-campos-val.
          02 pad-cpo-item              occurs 102.
             03 pad-cpo-sigla          pic x(02).
             03 pad-cpo-campo          pic 9(03).
             03 pad-cpo-posicao        pic 9(04).
             03 pad-cpo-tamanho        pic 9(03).
             03 pad-cpo-formato        pic x(01).
             03 pad-cpo-decimais       pic 9(01).
             03 pad-cpo-descricao      pic x(30).
       01 pad-cpo-qtd                  pic 9(03) comp-5 value 102.
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
          02 cab-descricao             pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-nome                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(08) value "  Pag.: ".
          02 cab-pagina                pic zzz9.
      *
       01 cab-titulos                  pic x(132) value spaces.
       01 linha-imp                    pic x(132) value spaces.
       01 linha-det                    pic x(132) value spaces.
      *
       01 lin-sub.
          02 filler                    pic x(01) value spaces.
          02 lin-sub-texto             pic x(131) value spaces.
      *
       01 lis-arq.
          02 filler                    pic x(02) value spaces.
          02 lis-arq-sigla             pic x(02) value spaces.
          02 filler                    pic x(03) value " - ".
          02 lis-arq-nome              pic x(07) value spaces.
          02 filler                    pic x(03) value " - ".
          02 lis-arq-descricao         pic x(30) value spaces.
          02 filler                    pic x(10) value "  Modulo: ".
          02 lis-arq-modulo            pic x(11) value spaces.
      *
       01 lis-cpo-cab.
          02 filler                    pic x(50) value
             "    Campo  Descricao".
          02 filler                    pic x(32) value
             "Posicao Tamanho Formato Decimais".
      *
       01 lis-cpo.
          02 filler                    pic x(05) value spaces.
          02 lis-cpo-campo             pic 9(03) value 0.
          02 filler                    pic x(03) value spaces.
          02 lis-cpo-descricao         pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lis-cpo-posicao           pic zzz9.
          02 filler                    pic x(05) value spaces.
          02 lis-cpo-tamanho           pic zz9.
          02 filler                    pic x(07) value spaces.
          02 lis-cpo-formato           pic x(01) value spaces.
          02 filler                    pic x(08) value spaces.
          02 lis-cpo-decimais          pic 9(01) value 0.
      *
       01 lis-def-cab.
          02 filler                    pic x(54) value
             "    Nome      Descricao".
          02 filler                    pic x(32) value
             "Arq Usuario    Alterado".
      *
       01 lis-def.
          02 filler                    pic x(04) value spaces.
          02 lis-def-nome              pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lis-def-descricao         pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lis-def-arquivo           pic x(02) value spaces.
          02 filler                    pic x(02) value spaces.
          02 lis-def-usuario           pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 lis-def-data              pic x(08) value spaces.
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
          02 line 05 column 37 foreground-color 06 background-color 01
             highlight value "Relatorio Livre".
          02 line 07 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (D/E/L/M).....:".
          02 line 07 column 32 foreground-color 07 background-color 01
             value "D-Define E-Executa L-Lista M-Dicionario".
      *
       01 tela-02.
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Nome do relatorio....:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo..............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Colunas (campos).....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Campo................:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Filtro 1 (campo op)..:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Filtro 2.............:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Filtro 3.............:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Filtro 4.............:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Filtro 5.............:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Ordem (campo quebra).:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Saida (I/S/C)........:".
          02 line 20 column 32 foreground-color 07 background-color 01
             value "I-Impressora S-Spool C-Arquivo CSV".
      *
       01 tela-03.
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo (sigla)......:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Nome do arquivo......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Modulo (1/2/3/4).....:".
          02 line 12 column 32 foreground-color 07 background-color 01
             value "1-Cadastros 2-Estoque 3-Faturam. 4-Utilit.".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Campo................:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Descricao do campo...:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Posicao no registro..:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Tamanho..............:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Formato..............:".
          02 line 18 column 32 foreground-color 07 background-color 01
             value "A-Texto C-Codigo N-Valor S-Sinal D-Data".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Casas decimais.......:".
      *
       01 tela-limpa-02.
          02 line 08 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 09 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 10 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 11 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 12 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 13 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 14 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 15 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 16 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 17 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 18 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 19 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
          02 line 20 column 06 foreground-color 01 background-color 01
             pic x(69) from spaces.
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
           perform rot-acesso-usr.
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
      *    Acesso do usuario aos modulos, como no menu (em branco
      *    = todos)
      *
       rot-acesso-usr.
           move "SSSS" to acesso-usr.
           open input arqusr.
           if usr-status not = "00"
              go to rot-acesso-usr-fim
           end-if.
           move param-usr to usr-usuario.
           read arqusr invalid key
                move spaces to usr-acesso
           end-read.
           if usr-acesso not = spaces
              move usr-acesso to acesso-usr
           end-if.
           close arqusr.
       rot-acesso-usr-fim.
           exit.
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
       rot-le-prox-tabl.
           move 0 to erro.
           read arqtabl next record at end move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tabl
           end-if.
      *
       rot-open-rl01.
           move 0 to erro.
           if rl01-stat = "F"
              open i-o arqrl01
              if rl01-status = "35"
                 open output arqrl01
                 close arqrl01
                 open i-o arqrl01
              end-if
              if rl01-status not = "00"
                 move
                 " Erro de abertura no ARQRL01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rl01-stat
              end-if
           end-if.
      *
       rot-close-rl01.
           if rl01-stat = "A"
              close arqrl01
              move "F" to rl01-stat
           end-if.
      *
       rot-le-rl01.
           move 0 to erro.
           read arqrl01 invalid key move 1 to erro.
           if rl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rl01
           end-if.
      *
       rot-le-prox-rl01.
           move 0 to erro.
           read arqrl01 next record at end move 1 to erro.
           if rl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rl01
           end-if.
      *
       rot-open-sp01.
           move 0 to erro.
           if sp01-stat = "F"
              open i-o arqsp01
              if sp01-status = "35"
                 open output arqsp01
                 close arqsp01
                 open i-o arqsp01
                 if sp01-status = "00"
                    move high-values to sp01-chave-controle
                    move 0 to sp01-ult-num
                    write reg-sp01-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
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
      *    Numera o proximo membro pelo registro de controle
      *
       rot-numero-spool.
           move high-values to sp01-chave-controle.
           perform rot-le-sp01.
           if erro not = 0
              go to rot-numero-spool-fim
           end-if.
           add 1 to sp01-ult-num.
           move sp01-ult-num to numero.
           rewrite reg-sp01-1 invalid key
                   move 1 to erro
           end-rewrite.
       rot-numero-spool-fim.
           exit.
      *
      *    Entrada do membro no catalogo do arquivo de relatorios
      *
       rot-cataloga-spool.
           compute cont-paginas = (cont-linhas / 60) + 1.
           move numero to sp01-numero.
           move cb-programa to sp01-programa.
           move param-data to sp01-data.
           move param-usr to sp01-usuario.
           accept hora-corrente from time.
           move hora-corrente(1:6) to sp01-hora.
           move spaces to sp01-parametros.
           string rl01-nome " - " rl01-descricao
                  delimited by size into sp01-parametros
           end-string.
           move cont-linhas to sp01-linhas.
           move cont-paginas to sp01-paginas.
           move nome-mbr to sp01-arquivo.
           move "A" to sp01-situacao.
           write reg-sp01 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
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
       rot-le-prox-ab01.
           move 0 to erro.
           read arqab01 next record at end move 1 to erro.
           if ab01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ab01
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
       rot-le-prox-rc01.
           move 0 to erro.
           read arqrc01 next record at end move 1 to erro.
           if rc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rc01
           end-if.
      *
       rot-open-bx01.
           move 0 to erro.
           if bx01-stat = "F"
              open input arqbx01
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
              open input arqre01
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
       rot-le-prox-re01.
           move 0 to erro.
           read arqre01 next record at end move 1 to erro.
           if re01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-re01
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
       rot-le-prox-sl01.
           move 0 to erro.
           read arqsl01 next record at end move 1 to erro.
           if sl01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-sl01
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
       rot-le-prox-ce02.
           move 0 to erro.
           read arqce02 next record at end move 1 to erro.
           if ce02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ce02
           end-if.
      *
       rot-open-imp.
           move 0 to erro.
           move zeros to imp-status.
           if imp-stat = "F"
              open output arqimp
              if imp-status not = "00"
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
       display-erro-usr.
           move " Usuario sem prioridade para esta funcao - Tecle <Enter
      -    ">" to mensagem.
           perform rot-erro-cad.
      *
      *    Arquivos que o gerador sabe ler, com o tamanho do
      *    registro (limite de posicao + tamanho no dicionario)
      *
       rot-tem-leitor.
           evaluate sigla-sel
                    when "AB"
                         move 412 to tam-registro
                    when "RC"
                         move 153 to tam-registro
                    when "BX"
                         move 213 to tam-registro
                    when "RE"
                         move 174 to tam-registro
                    when "SL"
                         move 444 to tam-registro
                    when "CE"
                         move 150 to tam-registro
                    when other
                         move 0 to tam-registro
           end-evaluate.
      *
      *    Arquivo da definicao (sigla-sel): leitura, dicionario,
      *    acesso do usuario ao modulo e carga dos campos
      *
       rot-valida-arquivo.
           move 0 to erro.
           perform rot-tem-leitor.
           if tam-registro = 0
              move " Arquivo sem leitura no gerador - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              move 1 to erro
              go to rot-valida-arquivo-fim
           end-if.
           move "62" to tabl-tipo.
           move sigla-sel to tabl-codigo.
           perform rot-le-tabl.
           if erro not = 0
              move " Arquivo fora do dicionario - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to rot-valida-arquivo-fim
           end-if.
           move tabl-descricao to dic-arq-descricao.
           move tabl-resto to dic-arq-resto.
           if dic-arq-modulo > 0 and dic-arq-modulo < 5
              if acesso-usr(dic-arq-modulo:1) = "N"
                 move " Usuario sem acesso ao modulo do arquivo - Tecle 
      -          "<Enter>" to mensagem
                 perform rot-erro-cad
                 move 1 to erro
                 go to rot-valida-arquivo-fim
              end-if
           end-if.
           perform rot-carrega-campos thru rot-carrega-campos-fim.
           if dic-qtd = 0
              move " Arquivo sem campos no dicionario - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              move 1 to erro
           end-if.
       rot-valida-arquivo-fim.
           exit.
      *
      *    Campos de sigla-sel (tabela tipo 63) em dic-tabela
      *
       rot-carrega-campos.
           move 0 to dic-qtd.
           move "63" to tabl-tipo.
           move spaces to tabl-codigo.
           move sigla-sel to tabl-codigo(1:2).
           move "000" to tabl-codigo(3:3).
           start arqtabl key is not less tabl-chave invalid key
                 go to rot-carrega-campos-fim
           end-start.
       rot-carrega-campos-01.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-carrega-campos-fim
           end-if.
           if tabl-tipo not = "63" or tabl-codigo(1:2) not = sigla-sel
              go to rot-carrega-campos-fim
           end-if.
           if dic-qtd = 200
              go to rot-carrega-campos-fim
           end-if.
           move tabl-codigo to dic-cpo-codigo.
           if dic-cpo-campo not numeric
              go to rot-carrega-campos-01
           end-if.
           move tabl-resto to dic-cpo-resto.
           add 1 to dic-qtd.
           move dic-cpo-campo to dic-t-campo(dic-qtd).
           move tabl-descricao to dic-t-descricao(dic-qtd).
           move dic-cpo-posicao to dic-t-posicao(dic-qtd).
           move dic-cpo-tamanho to dic-t-tamanho(dic-qtd).
           move dic-cpo-formato to dic-t-formato(dic-qtd).
           move dic-cpo-decimais to dic-t-decimais(dic-qtd).
           go to rot-carrega-campos-01.
       rot-carrega-campos-fim.
           exit.
      *
      *    Campo campo-busca em dic-tabela; dic-idx zero quando
      *    o campo nao existe
      *
       rot-busca-campo.
           move 1 to dic-idx.
       rot-busca-campo-01.
           if dic-idx > dic-qtd
              move 0 to dic-idx
              go to rot-busca-campo-fim
           end-if.
           if dic-t-campo(dic-idx) = campo-busca
              go to rot-busca-campo-fim
           end-if.
           add 1 to dic-idx.
           go to rot-busca-campo-01.
       rot-busca-campo-fim.
           exit.
      *
      *    Largura da coluna do campo dic-idx no relatorio; valor
      *    leva separador de milhar e folga p/ o total
      *
       rot-largura-campo.
           evaluate dic-t-formato(dic-idx)
                    when "A"
                         move dic-t-tamanho(dic-idx) to larg-aux
                         if larg-aux > 40
                            move 40 to larg-aux
                         end-if
                    when "C"
                         move dic-t-tamanho(dic-idx) to larg-aux
                    when "D"
                         move 8 to larg-aux
                    when other
                         compute larg-inteiro = dic-t-tamanho(dic-idx)
                                              - dic-t-decimais(dic-idx)
                         if larg-inteiro < 1
                            move 1 to larg-inteiro
                         end-if
                         compute larg-aux = larg-inteiro
                                          + (larg-inteiro - 1) / 3 + 4
                         if dic-t-decimais(dic-idx) > 0
                            compute larg-aux = larg-aux + 1
                                             + dic-t-decimais(dic-idx)
                         end-if
                         if larg-aux > 25
                            move 25 to larg-aux
                         end-if
           end-evaluate.
           if larg-aux < 6
              move 6 to larg-aux
           end-if.
      *
      *    Colunas da definicao: campo no dicionario, largura e
      *    posicao na linha (erro = 1 se o campo sumiu)
      *
       rot-calcula-colunas.
           move 0 to col-qtd erro.
           move 1 to larg-total.
           move 1 to col-idx.
       rot-calcula-colunas-01.
           if col-idx > 10
              go to rot-calcula-colunas-fim
           end-if.
           if rl01-col-campo(col-idx) = 0
              go to rot-calcula-colunas-fim
           end-if.
           move rl01-col-campo(col-idx) to campo-busca.
           perform rot-busca-campo thru rot-busca-campo-fim.
           if dic-idx = 0
              move 1 to erro
              go to rot-calcula-colunas-fim
           end-if.
           add 1 to col-qtd.
           move dic-idx to col-dic(col-idx).
           perform rot-largura-campo.
           move larg-aux to col-largura(col-idx).
           compute col-inicio(col-idx) = larg-total + 1.
           compute larg-total = larg-total + larg-aux + 1.
           add 1 to col-idx.
           go to rot-calcula-colunas-01.
       rot-calcula-colunas-fim.
           exit.
      *
      *    Filtros e ordens resolvidos p/ a execucao, e os titulos
      *
       rot-prepara.
           perform rot-calcula-colunas thru rot-calcula-colunas-fim.
           if erro not = 0
              go to rot-prepara-fim
           end-if.
           move spaces to cab-titulos.
           perform rot-titulo-coluna
                   varying col-idx from 1 by 1 until col-idx > col-qtd.
           move 1 to fil-idx.
       rot-prepara-01.
           if fil-idx > 5
              go to rot-prepara-02
           end-if.
           move 0 to fil-dic(fil-idx) fil-num(fil-idx).
           if rl01-fil-campo(fil-idx) = 0
              add 1 to fil-idx
              go to rot-prepara-01
           end-if.
           move rl01-fil-campo(fil-idx) to campo-busca.
           perform rot-busca-campo thru rot-busca-campo-fim.
           if dic-idx = 0
              move 1 to erro
              go to rot-prepara-fim
           end-if.
           move dic-idx to fil-dic(fil-idx).
           move rl01-fil-valor(fil-idx) to ext-texto.
           perform rot-tamanho-texto thru rot-tamanho-texto-fim.
           if csv-tam = 0
              move 1 to csv-tam
           end-if.
           move csv-tam to fil-tam(fil-idx).
           if dic-t-formato(dic-idx) not = "A"
              move rl01-fil-valor(fil-idx) to cnv-texto
              if dic-t-formato(dic-idx) = "D"
                 perform rot-converte-data thru rot-converte-data-fim
              else
                 perform rot-converte-valor
                         thru rot-converte-valor-fim
              end-if
              if erro not = 0
                 go to rot-prepara-fim
              end-if
              move cnv-valor to fil-num(fil-idx)
           end-if.
           add 1 to fil-idx.
           go to rot-prepara-01.
       rot-prepara-02.
           move 1 to ord-idx.
       rot-prepara-03.
           if ord-idx > 3
              go to rot-prepara-fim
           end-if.
           move 0 to ord-dic(ord-idx).
           if rl01-ord-campo(ord-idx) not = 0
              move rl01-ord-campo(ord-idx) to campo-busca
              perform rot-busca-campo thru rot-busca-campo-fim
              if dic-idx = 0
                 move 1 to erro
                 go to rot-prepara-fim
              end-if
              move dic-idx to ord-dic(ord-idx)
           end-if.
           add 1 to ord-idx.
           go to rot-prepara-03.
       rot-prepara-fim.
           exit.
      *
       rot-titulo-coluna.
           move col-dic(col-idx) to dic-idx.
           move dic-t-descricao(dic-idx)(1:col-largura(col-idx)) to
                cab-titulos(col-inicio(col-idx):col-largura(col-idx)).
      *
      *    Valor digitado (cnv-texto) em cnv-valor: digitos, a
      *    virgula decimal e o sinal "-"; ponto e ignorado
      *
       rot-converte-valor.
           move 0 to erro cnv-inteiro cnv-decimal cnv-casas
                     cnv-digitos.
           move spaces to cnv-sinal cnv-virgula.
           move 1 to cnv-idx.
       rot-converte-valor-01.
           if cnv-idx > 20
              go to rot-converte-valor-02
           end-if.
           move cnv-texto(cnv-idx:1) to cnv-car.
           add 1 to cnv-idx.
           if cnv-car = space or "."
              go to rot-converte-valor-01
           end-if.
           if cnv-car = "-"
              move "-" to cnv-sinal
              go to rot-converte-valor-01
           end-if.
           if cnv-car = ","
              if cnv-virgula = "S"
                 move 1 to erro
                 go to rot-converte-valor-fim
              end-if
              move "S" to cnv-virgula
              go to rot-converte-valor-01
           end-if.
           if cnv-car not numeric
              move 1 to erro
              go to rot-converte-valor-fim
           end-if.
           add 1 to cnv-digitos.
           if cnv-virgula = "S"
              if cnv-casas < 4
                 add 1 to cnv-casas
                 compute cnv-decimal = cnv-decimal * 10 + cnv-num
              end-if
           else
              if cnv-inteiro > 99999999999999
                 move 1 to erro
                 go to rot-converte-valor-fim
              end-if
              compute cnv-inteiro = cnv-inteiro * 10 + cnv-num
           end-if.
           go to rot-converte-valor-01.
       rot-converte-valor-02.
           if cnv-digitos = 0
              move 1 to erro
              go to rot-converte-valor-fim
           end-if.
           evaluate cnv-casas
                    when 0
                         compute cnv-valor = cnv-inteiro
                    when 1
                         compute cnv-valor = cnv-inteiro
                                           + cnv-decimal / 10
                    when 2
                         compute cnv-valor = cnv-inteiro
                                           + cnv-decimal / 100
                    when 3
                         compute cnv-valor = cnv-inteiro
                                           + cnv-decimal / 1000
                    when other
                         compute cnv-valor = cnv-inteiro
                                           + cnv-decimal / 10000
           end-evaluate.
           if cnv-sinal = "-"
              compute cnv-valor = cnv-valor * -1
           end-if.
       rot-converte-valor-fim.
           exit.
      *
      *    Data digitada (DDMMAA) em cnv-valor, na mesma escala
      *    usada na comparacao dos campos de data
      *
       rot-converte-data.
           move 0 to erro.
           move cnv-texto(1:6) to cnv-data.
           if cnv-data not numeric or cnv-texto(7:14) not = spaces
              move 1 to erro
              go to rot-converte-data-fim
           end-if.
           move cnv-dia to dia-euro.
           move cnv-mes to mes-euro.
           move cnv-ano to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              go to rot-converte-data-fim
           end-if.
           move dias-corr to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to cnv-valor.
       rot-converte-data-fim.
           exit.
      *
      *    Tamanho de ext-texto sem os brancos a direita
      *
       rot-tamanho-texto.
           move 40 to csv-tam.
       rot-tamanho-texto-01.
           if csv-tam = 0
              go to rot-tamanho-texto-fim
           end-if.
           if ext-texto(csv-tam:1) not = space
              go to rot-tamanho-texto-fim
           end-if.
           subtract 1 from csv-tam.
           go to rot-tamanho-texto-01.
       rot-tamanho-texto-fim.
           exit.
      *
      *    Campo ext-idx do registro em reg-buffer: ext-texto p/
      *    imprimir, ext-valor p/ somar e comparar e ext-chave p/
      *    classificar (valores deslocados p/ ficarem positivos)
      *
       rot-extrai.
           move spaces to ext-texto ext-chave.
           move 0 to ext-valor.
           move dic-t-posicao(ext-idx) to ext-pos.
           move dic-t-tamanho(ext-idx) to ext-tam.
           if dic-t-formato(ext-idx) = "A" or "C"
              if ext-tam > 40
                 move 40 to ext-tam
              end-if
              move reg-buffer(ext-pos:ext-tam) to ext-texto
              move ext-texto to ext-chave
              if dic-t-formato(ext-idx) = "A"
                 go to rot-extrai-fim
              end-if
           end-if.
           if ext-tam > 18
              move 18 to ext-tam
           end-if.
           move zeros to num-buffer.
           move reg-buffer(ext-pos:ext-tam) to
                num-buffer(19 - ext-tam:ext-tam).
           if num-inteiro not numeric
              move zeros to num-buffer
           end-if.
           evaluate dic-t-decimais(ext-idx)
                    when 0
                         compute ext-valor = num-inteiro
                    when 1
                         compute ext-valor = num-inteiro / 10
                    when 2
                         compute ext-valor = num-inteiro / 100
                    when 3
                         compute ext-valor = num-inteiro / 1000
                    when other
                         compute ext-valor = num-inteiro / 10000
           end-evaluate.
           if dic-t-formato(ext-idx) = "C"
              go to rot-extrai-fim
           end-if.
           if dic-t-formato(ext-idx) = "D"
              move ext-valor to dias-corr
              if dias-corr not = 0
                 move 1 to opcao-data
                 perform rot-data
                 move data-disp to ext-texto
              end-if
              move dias-corr to data-sec-in
              perform rot-data-sec
              move data-sec-out to ext-valor
           end-if.
           compute chave-num = ext-valor + 1000000000000000.
           move chave-grupo to ext-chave.
       rot-extrai-fim.
           exit.
      *
      *    ext-valor editado p/ o relatorio, alinhado a direita em
      *    fmt-edit, com as casas do campo ext-idx
      *
       rot-edita-valor.
           move spaces to fmt-edit.
           evaluate dic-t-decimais(ext-idx)
                    when 0
                         move ext-valor to ed-dec0
                         move ed-dec0 to fmt-edit(6:20)
                    when 1
                         move ext-valor to ed-dec1
                         move ed-dec1 to fmt-edit(4:22)
                    when 2
                         move ext-valor to ed-dec2
                         move ed-dec2 to fmt-edit(3:23)
                    when 3
                         move ext-valor to ed-dec3
                         move ed-dec3 to fmt-edit(2:24)
                    when other
                         move ext-valor to ed-dec4
                         move ed-dec4 to fmt-edit
           end-evaluate.
      *
      *    O mesmo p/ o CSV, sem separador de milhar
      *
       rot-edita-csv.
           move spaces to fmt-edit.
           evaluate dic-t-decimais(ext-idx)
                    when 0
                         move ext-valor to csv-dec0
                         move csv-dec0 to fmt-edit(10:16)
                    when 1
                         move ext-valor to csv-dec1
                         move csv-dec1 to fmt-edit(8:18)
                    when 2
                         move ext-valor to csv-dec2
                         move csv-dec2 to fmt-edit(7:19)
                    when 3
                         move ext-valor to csv-dec3
                         move csv-dec3 to fmt-edit(6:20)
                    when other
                         move ext-valor to csv-dec4
                         move csv-dec4 to fmt-edit(5:21)
           end-evaluate.
      *
      *    Primeira posicao ocupada de fmt-edit
      *
       rot-inicio-edit.
           move 1 to fmt-ini.
       rot-inicio-edit-01.
           if fmt-ini < 25 and fmt-edit(fmt-ini:1) = space
              add 1 to fmt-ini
              go to rot-inicio-edit-01
           end-if.
       rot-inicio-edit-fim.
           exit.
      *
      *    Registro em reg-buffer atende a todos os filtros ?
      *
       rot-filtra.
           move "S" to flag-filtro.
           move 1 to fil-idx.
       rot-filtra-01.
           if fil-idx > 5
              go to rot-filtra-fim
           end-if.
           if fil-dic(fil-idx) = 0
              add 1 to fil-idx
              go to rot-filtra-01
           end-if.
           move fil-dic(fil-idx) to ext-idx.
           perform rot-extrai thru rot-extrai-fim.
           if rl01-fil-oper(fil-idx) = "C "
              move 0 to cmp-cont
              inspect ext-texto tallying cmp-cont for all
                      rl01-fil-valor(fil-idx)(1:fil-tam(fil-idx))
              if cmp-cont = 0
                 move "N" to flag-filtro
                 go to rot-filtra-fim
              end-if
              add 1 to fil-idx
              go to rot-filtra-01
           end-if.
           if dic-t-formato(ext-idx) = "A"
              evaluate true
                  when ext-texto < rl01-fil-valor(fil-idx)
                       move -1 to cmp-res
                  when ext-texto > rl01-fil-valor(fil-idx)
                       move 1 to cmp-res
                  when other
                       move 0 to cmp-res
              end-evaluate
           else
              evaluate true
                  when ext-valor < fil-num(fil-idx)
                       move -1 to cmp-res
                  when ext-valor > fil-num(fil-idx)
                       move 1 to cmp-res
                  when other
                       move 0 to cmp-res
              end-evaluate
           end-if.
           evaluate rl01-fil-oper(fil-idx)
               when "= "
                    if cmp-res not = 0
                       move "N" to flag-filtro
                    end-if
               when "<>"
                    if cmp-res = 0
                       move "N" to flag-filtro
                    end-if
               when "> "
                    if cmp-res not = 1
                       move "N" to flag-filtro
                    end-if
               when "< "
                    if cmp-res not = -1
                       move "N" to flag-filtro
                    end-if
               when ">="
                    if cmp-res = -1
                       move "N" to flag-filtro
                    end-if
               when "<="
                    if cmp-res = 1
                       move "N" to flag-filtro
                    end-if
           end-evaluate.
           if flag-filtro = "N"
              go to rot-filtra-fim
           end-if.
           add 1 to fil-idx.
           go to rot-filtra-01.
       rot-filtra-fim.
           exit.
      *
      *    Valores dos campos de ordem p/ a classificacao
      *
       rot-monta-chave.
           move spaces to srt-ordem(1) srt-ordem(2) srt-ordem(3).
           move 1 to ord-idx.
       rot-monta-chave-01.
           if ord-idx > 3
              go to rot-monta-chave-fim
           end-if.
           if ord-dic(ord-idx) = 0
              go to rot-monta-chave-fim
           end-if.
           move ord-dic(ord-idx) to ext-idx.
           perform rot-extrai thru rot-extrai-fim.
           move ext-chave to srt-ordem(ord-idx).
           add 1 to ord-idx.
           go to rot-monta-chave-01.
       rot-monta-chave-fim.
           exit.
      *
      *    Abre e posiciona o arquivo da definicao no inicio
      *
       rot-abre-arquivo.
           move 0 to erro.
           evaluate rl01-arquivo
               when "AB"
                    perform rot-open-ab01
                    if erro = 0
                       move low-values to ab01-chave
                       start arqab01 key is not less ab01-chave
                             invalid key move 1 to erro
                       end-start
                    end-if
               when "RC"
                    perform rot-open-rc01
                    if erro = 0
                       move low-values to rc01-chave
                       start arqrc01 key is not less rc01-chave
                             invalid key move 1 to erro
                       end-start
                    end-if
               when "BX"
                    perform rot-open-bx01
                    if erro = 0
                       move low-values to bx01-chave
                       start arqbx01 key is not less bx01-chave
                             invalid key move 1 to erro
                       end-start
                    end-if
               when "RE"
                    perform rot-open-re01
                    if erro = 0
                       move low-values to re01-chave
                       start arqre01 key is not less re01-chave
                             invalid key move 1 to erro
                       end-start
                    end-if
               when "SL"
                    perform rot-open-sl01
                    if erro = 0
                       move low-values to sl01-chave
                       start arqsl01 key is not less sl01-chave
                             invalid key move 1 to erro
                       end-start
                    end-if
               when "CE"
                    perform rot-open-ce02
                    if erro = 0
                       move low-values to ce02-chave
                       start arqce02 key is not less ce02-chave
                             invalid key move 1 to erro
                       end-start
                    end-if
               when other
                    move 1 to erro
           end-evaluate.
      *
      *    Proximo registro em reg-buffer; o de controle (chave em
      *    high-values) volta marcado p/ ser pulado
      *
       rot-le-arquivo.
           move "N" to flag-controle.
           evaluate rl01-arquivo
               when "AB"
                    perform rot-le-prox-ab01
                    if erro = 0
                       move reg-ab01 to reg-buffer
                       if ab01-chave(1:1) = high-value
                          move "S" to flag-controle
                       end-if
                    end-if
               when "RC"
                    perform rot-le-prox-rc01
                    if erro = 0
                       move reg-rc01 to reg-buffer
                       if rc01-chave(1:1) = high-value
                          move "S" to flag-controle
                       end-if
                    end-if
               when "BX"
                    perform rot-le-prox-bx01
                    if erro = 0
                       move reg-bx01 to reg-buffer
                       if bx01-chave(1:1) = high-value
                          move "S" to flag-controle
                       end-if
                    end-if
               when "RE"
                    perform rot-le-prox-re01
                    if erro = 0
                       move reg-re01 to reg-buffer
                       if re01-chave(1:1) = high-value
                          move "S" to flag-controle
                       end-if
                    end-if
               when "SL"
                    perform rot-le-prox-sl01
                    if erro = 0
                       move reg-sl01 to reg-buffer
                       if sl01-chave(1:1) = high-value
                          move "S" to flag-controle
                       end-if
                    end-if
               when "CE"
                    perform rot-le-prox-ce02
                    if erro = 0
                       move reg-ce02 to reg-buffer
                       if ce02-chave(1:1) = high-value
                          move "S" to flag-controle
                       end-if
                    end-if
               when other
                    move 1 to erro
           end-evaluate.
      *
       rot-fecha-arquivo.
           if ab01-stat = "A"
              close arqab01
              move "F" to ab01-stat
           end-if.
           if rc01-stat = "A"
              close arqrc01
              move "F" to rc01-stat
           end-if.
           if bx01-stat = "A"
              close arqbx01
              move "F" to bx01-stat
           end-if.
           if re01-stat = "A"
              close arqre01
              move "F" to re01-stat
           end-if.
           if sl01-stat = "A"
              close arqsl01
              move "F" to sl01-stat
           end-if.
           if ce02-stat = "A"
              close arqce02
              move "F" to ce02-stat
           end-if.
      *
      *    Cabecalho de pagina do relatorio
      *
       rot-cabec.
           add 1 to pagina.
           move pagina to cab-pagina.
           if pagina = 1
              write reg-imp from cab-abav
           else
              write reg-imp from cab-abav after page
           end-if.
           write reg-imp from cab-prog after 2 lines.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-titulos after 1 line.
           write reg-imp from tracos after 1 line.
           add 6 to cont-linhas.
           move 6 to linha.
      *
       rot-grava-linha.
           if linha > 58
              perform rot-cabec
           end-if.
           write reg-imp from linha-imp after 1 line.
           add 1 to linha cont-linhas.
      *
       rot-fecha-rel.
           write reg-imp from tracos after 1 line.
           write reg-imp from spaces after page.
           add 2 to cont-linhas.
      *
      *    Linha de detalhe do registro em reg-buffer, somando as
      *    colunas de valor nos totais
      *
       rot-monta-detalhe.
           move spaces to linha-det.
           move 1 to col-idx.
       rot-monta-detalhe-01.
           if col-idx > col-qtd
              go to rot-monta-detalhe-fim
           end-if.
           move col-dic(col-idx) to ext-idx.
           perform rot-extrai thru rot-extrai-fim.
           if dic-t-formato(ext-idx) = "N" or "S"
              perform rot-edita-valor
              move fmt-edit(26 - col-largura(col-idx):
                            col-largura(col-idx)) to
                   linha-det(col-inicio(col-idx):col-largura(col-idx))
              add ext-valor to tot-valor(col-idx)
                               sub-valor(1, col-idx)
                               sub-valor(2, col-idx)
                               sub-valor(3, col-idx)
           else
              move ext-texto to
                   linha-det(col-inicio(col-idx):col-largura(col-idx))
           end-if.
           add 1 to col-idx.
           go to rot-monta-detalhe-01.
       rot-monta-detalhe-fim.
           exit.
      *
      *    Linha dos totais das colunas de valor: sub-nivel zero
      *    = total geral; flag-valor "S" quando ha coluna de valor
      *
       rot-monta-totais.
           move spaces to linha-det.
           move "N" to flag-valor.
           move 1 to col-idx.
       rot-monta-totais-01.
           if col-idx > col-qtd
              go to rot-monta-totais-fim
           end-if.
           move col-dic(col-idx) to ext-idx.
           if dic-t-formato(ext-idx) = "N" or "S"
              move "S" to flag-valor
              if sub-nivel = 0
                 move tot-valor(col-idx) to ext-valor
              else
                 move sub-valor(sub-nivel, col-idx) to ext-valor
              end-if
              perform rot-edita-valor
              move fmt-edit(26 - col-largura(col-idx):
                            col-largura(col-idx)) to
                   linha-det(col-inicio(col-idx):col-largura(col-idx))
           end-if.
           add 1 to col-idx.
           go to rot-monta-totais-01.
       rot-monta-totais-fim.
           exit.
      *
      *    Mudou o valor de algum campo de ordem: subtotais do
      *    nivel que mudou e dos de baixo, com o registro anterior
      *
       rot-verifica-quebra.
           move 0 to qbr-nivel.
           move 1 to ord-idx.
       rot-verifica-quebra-01.
           if ord-idx > 3
              go to rot-verifica-quebra-02
           end-if.
           if ord-dic(ord-idx) = 0
              go to rot-verifica-quebra-02
           end-if.
           if srt-ordem(ord-idx) not = ant-ordem(ord-idx)
              move ord-idx to qbr-nivel
              go to rot-verifica-quebra-02
           end-if.
           add 1 to ord-idx.
           go to rot-verifica-quebra-01.
       rot-verifica-quebra-02.
           if qbr-nivel = 0
              go to rot-verifica-quebra-fim
           end-if.
           move reg-buffer to cur-buffer.
           move ant-buffer to reg-buffer.
           perform rot-subtotais thru rot-subtotais-fim.
           move cur-buffer to reg-buffer.
       rot-verifica-quebra-fim.
           exit.
      *
       rot-subtotais.
           move 3 to sub-nivel.
       rot-subtotais-01.
           if sub-nivel < qbr-nivel
              go to rot-subtotais-fim
           end-if.
           if ord-dic(sub-nivel) not = 0 and
              rl01-ord-quebra(sub-nivel) = "S"
              perform rot-imprime-subtotal
           end-if.
           initialize sub-item(sub-nivel).
           subtract 1 from sub-nivel.
           go to rot-subtotais-01.
       rot-subtotais-fim.
           exit.
      *
       rot-imprime-subtotal.
           move ord-dic(sub-nivel) to ext-idx.
           perform rot-extrai thru rot-extrai-fim.
           if dic-t-formato(ext-idx) = "N" or "S"
              perform rot-edita-valor
              perform rot-inicio-edit thru rot-inicio-edit-fim
              move fmt-edit(fmt-ini:) to ext-texto
           end-if.
           move sub-qtd(sub-nivel) to qtd-edit.
           move spaces to lin-sub-texto.
           string "Subtotal " delimited by size
                  dic-t-descricao(ext-idx) delimited by "  "
                  ": " delimited by size
                  ext-texto delimited by "  "
                  " - " delimited by size
                  qtd-edit delimited by size
                  " registro(s)" delimited by size
                  into lin-sub-texto
           end-string.
           move lin-sub to linha-imp.
           perform rot-grava-linha.
           perform rot-monta-totais thru rot-monta-totais-fim.
           if flag-valor = "S"
              move linha-det to linha-imp
              perform rot-grava-linha
           end-if.
           move spaces to linha-imp.
           perform rot-grava-linha.
      *
       rot-total-geral.
           move tot-qtd to qtd-edit.
           move spaces to lin-sub-texto.
           string "Total geral - " qtd-edit " registro(s)"
                  delimited by size into lin-sub-texto
           end-string.
           move tracos to linha-imp.
           perform rot-grava-linha.
           move lin-sub to linha-imp.
           perform rot-grava-linha.
           move 0 to sub-nivel.
           perform rot-monta-totais thru rot-monta-totais-fim.
           if flag-valor = "S"
              move linha-det to linha-imp
              perform rot-grava-linha
           end-if.
           perform rot-fecha-rel.
      *
      *    Linhas do arquivo CSV: titulos e detalhe
      *
       rot-cabec-csv.
           move spaces to csv-linha.
           move 1 to csv-ptr.
           perform rot-titulo-csv
                   varying col-idx from 1 by 1 until col-idx > col-qtd.
           write reg-imp from csv-linha.
           add 1 to cont-linhas.
      *
       rot-titulo-csv.
           if col-idx > 1
              string ";" delimited by size into csv-linha
                     with pointer csv-ptr
              end-string
           end-if.
           move col-dic(col-idx) to ext-idx.
           move dic-t-descricao(ext-idx) to ext-texto.
           perform rot-tamanho-texto thru rot-tamanho-texto-fim.
           if csv-tam > 0
              string ext-texto(1:csv-tam) delimited by size
                     into csv-linha with pointer csv-ptr
              end-string
           end-if.
      *
       rot-monta-csv.
           move spaces to csv-linha.
           move 1 to csv-ptr.
           perform rot-campo-csv
                   varying col-idx from 1 by 1 until col-idx > col-qtd.
           write reg-imp from csv-linha after 1 line.
           add 1 to cont-linhas.
      *
       rot-campo-csv.
           if col-idx > 1
              string ";" delimited by size into csv-linha
                     with pointer csv-ptr
              end-string
           end-if.
           move col-dic(col-idx) to ext-idx.
           perform rot-extrai thru rot-extrai-fim.
           if dic-t-formato(ext-idx) = "N" or "S"
              perform rot-edita-csv
              perform rot-inicio-edit thru rot-inicio-edit-fim
              string fmt-edit(fmt-ini:) delimited by size
                     into csv-linha with pointer csv-ptr
              end-string
           else
              inspect ext-texto replacing all aspas by "'"
              perform rot-tamanho-texto thru rot-tamanho-texto-fim
              if dic-t-formato(ext-idx) = "A"
                 string aspas delimited by size
                        into csv-linha with pointer csv-ptr
                 end-string
              end-if
              if csv-tam > 0
                 string ext-texto(1:csv-tam) delimited by size
                        into csv-linha with pointer csv-ptr
                 end-string
              end-if
              if dic-t-formato(ext-idx) = "A"
                 string aspas delimited by size
                        into csv-linha with pointer csv-ptr
                 end-string
              end-if
           end-if.
      *
      *    Roda a definicao em reg-rl01 p/ a saida escolhida
      *
       rot-executa.
           move "Processando o relatorio - Aguarde" to mensagem.
           display tela-mensagem-cad.
           move 0 to erro.
           evaluate saida
                    when "I"
                         move param-impress to impress
                    when "S"
                         perform rot-open-sp01
                         if erro not = 0
                            go to rot-executa-fim
                         end-if
                         perform rot-numero-spool
                                 thru rot-numero-spool-fim
                         if erro not = 0
                            perform rot-close-sp01
                            move " Erro na numeracao do spool - Tecle <E
      -                     "nter>" to mensagem
                            perform rot-erro-cad
                            go to rot-executa-fim
                         end-if
                         move numero to mbr-numero
                         move nome-mbr to impress
                    when other
                         move spaces to nome-csv
                         string "SPL\" delimited by size
                                rl01-nome delimited by space
                                ".CSV" delimited by size
                                into nome-csv
                         end-string
                         move nome-csv to impress
           end-evaluate.
           perform rot-open-imp.
           if erro not = 0
              perform rot-close-sp01
              move " Erro de abertura da saida do relatorio - Tecle <Ent
      -       "er>" to mensagem
              perform rot-erro-cad
              go to rot-executa-fim
           end-if.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move rl01-descricao to cab-descricao.
           move rl01-nome to cab-nome.
           move 0 to cont-lidos cont-sel cont-linhas pagina tot-qtd.
           initialize tot-valores sub-tabela.
           move 99 to linha.
           move "S" to flag-primeiro.
           sort arqsort on ascending key srt-chave
                input procedure sec-rl-leitura
                output procedure sec-rl-impressao.
           perform rot-close-imp.
           move spaces to mensagem.
           move cont-sel to qtd-edit.
           evaluate saida
                    when "I"
                         string "Relatorio impresso -" qtd-edit
                                " registro(s) - Tecle <Enter>"
                                delimited by size into mensagem
                         end-string
                    when "S"
                         perform rot-cataloga-spool
                         perform rot-close-sp01
                         string "Guardado como relatorio " numero
                                " -" qtd-edit
                                " registro(s) - Tecle <Enter>"
                                delimited by size into mensagem
                         end-string
                    when other
                         string "Gerado " delimited by size
                                nome-csv delimited by space
                                " -" qtd-edit
                                " registro(s) - Tecle <Enter>"
                                delimited by size into mensagem
                         end-string
           end-evaluate.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
       rot-executa-fim.
           exit.
      *
      *    Dicionario padrao nas tabelas tipo 62 e 63
      *
       rot-dicionario-padrao.
           perform rot-grava-pad-arq
                   varying pad-idx from 1 by 1
                   until pad-idx > pad-arq-qtd.
           perform rot-grava-pad-cpo
                   varying pad-idx from 1 by 1
                   until pad-idx > pad-cpo-qtd.
      *
       rot-grava-pad-arq.
           move spaces to reg-tabl.
           move "62" to tabl-tipo tabl-tipo-1.
           move pad-arq-sigla(pad-idx) to tabl-codigo.
           move pad-arq-descricao(pad-idx) to tabl-descricao
                                               tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to dic-arq-resto.
           move pad-arq-modulo(pad-idx) to dic-arq-modulo.
           move pad-arq-nome(pad-idx) to dic-arq-nome.
           move dic-arq-resto to tabl-resto.
           write reg-tabl invalid key
                 continue
           end-write.
      *
       rot-grava-pad-cpo.
           move spaces to reg-tabl.
           move "63" to tabl-tipo tabl-tipo-1.
           move pad-cpo-sigla(pad-idx) to dic-cpo-sigla.
           move pad-cpo-campo(pad-idx) to dic-cpo-campo.
           move dic-cpo-codigo to tabl-codigo.
           move pad-cpo-descricao(pad-idx) to tabl-descricao
                                               tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to dic-cpo-resto.
           move pad-cpo-posicao(pad-idx) to dic-cpo-posicao.
           move pad-cpo-tamanho(pad-idx) to dic-cpo-tamanho.
           move pad-cpo-formato(pad-idx) to dic-cpo-formato.
           move pad-cpo-decimais(pad-idx) to dic-cpo-decimais.
           move dic-cpo-resto to tabl-resto.
           write reg-tabl invalid key
                 continue
           end-write.
      *
      *    Exclui os campos do arquivo sigla-sel (tipo 63)
      *
       rot-exclui-campos.
           move "63" to tabl-tipo.
           move spaces to tabl-codigo.
           move sigla-sel to tabl-codigo(1:2).
           move "000" to tabl-codigo(3:3).
           start arqtabl key is not less tabl-chave invalid key
                 go to rot-exclui-campos-fim
           end-start.
       rot-exclui-campos-01.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-exclui-campos-fim
           end-if.
           if tabl-tipo not = "63" or tabl-codigo(1:2) not = sigla-sel
              go to rot-exclui-campos-fim
           end-if.
           delete arqtabl record invalid key
                  continue
           end-delete.
           go to rot-exclui-campos-01.
       rot-exclui-campos-fim.
           exit.
      *
      *    Linhas da listagem do dicionario
      *
       rot-lista-campo.
           move dic-t-campo(dic-idx) to lis-cpo-campo.
           move dic-t-descricao(dic-idx) to lis-cpo-descricao.
           move dic-t-posicao(dic-idx) to lis-cpo-posicao.
           move dic-t-tamanho(dic-idx) to lis-cpo-tamanho.
           move dic-t-formato(dic-idx) to lis-cpo-formato.
           move dic-t-decimais(dic-idx) to lis-cpo-decimais.
           move lis-cpo to linha-imp.
           perform rot-grava-linha.
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
           if funcao not = "D" and "E" and "L" and "M"
              go to lab-sele-01
           end-if.
           perform dsp-funcao.
           if funcao = "M" and param-prioridade < 8
              perform display-erro-usr
              go to lab-sele-01
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              move 0 to erro
              go to lab-sele-01
           end-if.
           evaluate funcao
                    when "D"
                         display tela-02
                         perform sec-define
                    when "E"
                         display tela-02
                         perform sec-executa
                    when "L"
                         perform sec-lista
                    when "M"
                         display tela-03
                         perform sec-dicionario
           end-evaluate.
           perform rot-close-tabl.
           display tela-limpa-02.
           go to lab-sele-01.
      *
       lab-sele-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Definicao           *
      *                      *
      ************************
      *
       sec-define section.
      *
       lab-def-00.
           perform rot-open-rl01.
           if erro not = 0
              move 0 to erro
              go to lab-def-fim
           end-if.
      *
       lab-def-01.
           perform lmp-definicao.
           move spaces to def-nome.
           perform acc-nome.
           if escape-key = 1
              go to lab-def-fim
           end-if.
           move def-nome to txt.
           perform rot-texto.
           move txt to def-nome.
           if def-nome = spaces
              go to lab-def-01
           end-if.
           perform dsp-nome.
           move def-nome to rl01-nome.
           perform rot-le-rl01.
           if erro not = 0
              move 0 to erro
              move "S" to flag-novo
              initialize reg-rl01
              move def-nome to rl01-nome
              move "I" to rl01-saida
              move spaces to arquivo-ant
              go to lab-def-02
           end-if.
           move "N" to flag-novo.
           if rl01-usuario not = param-usr and param-prioridade < 8
              move " Relatorio de outro usuario - use (E)xecuta - Tecle 
      -       "<Enter>" to mensagem
              perform rot-erro-cad
              go to lab-def-01
           end-if.
           move rl01-arquivo to sigla-sel arquivo-ant.
           perform rot-valida-arquivo thru rot-valida-arquivo-fim.
           if erro not = 0
              move 0 to erro
              go to lab-def-01
           end-if.
           perform dsp-definicao.
      *
       lab-def-02.
           perform acc-descricao.
           if escape-key = 1
              go to lab-def-01
           end-if.
           move rl01-descricao to txt.
           perform rot-texto.
           move txt to rl01-descricao.
           if rl01-descricao = spaces
              go to lab-def-02
           end-if.
           perform dsp-descricao.
      *
       lab-def-03.
           perform acc-arquivo.
           if escape-key = 1
              go to lab-def-02
           end-if.
           move rl01-arquivo to txt.
           perform rot-texto.
           move txt to rl01-arquivo.
           if rl01-arquivo = spaces
              go to lab-def-03
           end-if.
           move rl01-arquivo to sigla-sel.
           perform rot-valida-arquivo thru rot-valida-arquivo-fim.
           if erro not = 0
              move 0 to erro
              go to lab-def-03
           end-if.
           perform dsp-arquivo.
           if rl01-arquivo not = arquivo-ant
              initialize rl01-colunas rl01-filtros rl01-ordens
              move rl01-arquivo to arquivo-ant
              perform dsp-colunas
              perform dsp-filtros
              perform dsp-ordens
           end-if.
           move 1 to col-idx.
      *
       lab-def-04.
           perform acc-coluna.
           if escape-key = 1
              if col-idx = 1
                 go to lab-def-03
              end-if
              subtract 1 from col-idx
              go to lab-def-04
           end-if.
           if rl01-col-campo(col-idx) = 0
              if col-idx = 1
                 move " Informe ao menos uma coluna - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
                 go to lab-def-04
              end-if
              perform rot-zera-coluna
                      varying col-idx from col-idx by 1
                      until col-idx > 10
              perform dsp-colunas
              go to lab-def-05
           end-if.
           move rl01-col-campo(col-idx) to campo-busca.
           perform rot-busca-campo thru rot-busca-campo-fim.
           if dic-idx = 0
              move " Campo nao existe no dicionario do arquivo - Tecle <
      -       "Enter>" to mensagem
              perform rot-erro-cad
              go to lab-def-04
           end-if.
           perform dsp-ajuda-campo.
           perform dsp-coluna.
           add 1 to col-idx.
           if col-idx not > 10
              go to lab-def-04
           end-if.
      *
       lab-def-05.
           perform lmp-ajuda-campo.
           perform rot-calcula-colunas thru rot-calcula-colunas-fim.
           move 0 to erro.
           if larg-total > 133
              move " As colunas passam de 132 posicoes - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              move 1 to col-idx
              go to lab-def-04
           end-if.
           move 1 to fil-idx.
      *
       lab-def-06.
           perform acc-fil-campo.
           if escape-key = 1
              if fil-idx = 1
                 move 1 to col-idx
                 go to lab-def-04
              end-if
              subtract 1 from fil-idx
              go to lab-def-06
           end-if.
           if rl01-fil-campo(fil-idx) = 0
              perform rot-zera-filtro
                      varying fil-idx from fil-idx by 1
                      until fil-idx > 5
              perform dsp-filtros
              move 1 to ord-idx
              go to lab-def-09
           end-if.
           move rl01-fil-campo(fil-idx) to campo-busca.
           perform rot-busca-campo thru rot-busca-campo-fim.
           if dic-idx = 0
              move " Campo nao existe no dicionario do arquivo - Tecle <
      -       "Enter>" to mensagem
              perform rot-erro-cad
              go to lab-def-06
           end-if.
           perform dsp-filtro.
      *
       lab-def-07.
           perform acc-fil-oper.
           if escape-key = 1
              go to lab-def-06
           end-if.
           move rl01-fil-oper(fil-idx) to txt.
           perform rot-texto.
           move txt to rl01-fil-oper(fil-idx).
           if rl01-fil-oper(fil-idx) not = "= " and "<>" and "> " and
              "< " and ">=" and "<=" and "C "
              move " Operador: = <> > < >= <= ou C (contem) - Tecle <Ent
      -       "er>" to mensagem
              perform rot-erro-cad
              go to lab-def-07
           end-if.
           if rl01-fil-oper(fil-idx) = "C " and
              dic-t-formato(dic-idx) not = "A"
              move " Contem (C) so vale p/ campo texto - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-def-07
           end-if.
           perform dsp-filtro.
      *
       lab-def-08.
           perform acc-fil-valor.
           if escape-key = 1
              go to lab-def-07
           end-if.
           move rl01-fil-valor(fil-idx) to txt.
           perform rot-texto.
           move txt to rl01-fil-valor(fil-idx).
           if rl01-fil-oper(fil-idx) = "C " and
              rl01-fil-valor(fil-idx) = spaces
              go to lab-def-08
           end-if.
           if dic-t-formato(dic-idx) not = "A"
              move rl01-fil-valor(fil-idx) to cnv-texto
              if dic-t-formato(dic-idx) = "D"
                 perform rot-converte-data thru rot-converte-data-fim
              else
                 perform rot-converte-valor
                         thru rot-converte-valor-fim
              end-if
              if erro not = 0
                 move 0 to erro
                 if dic-t-formato(dic-idx) = "D"
                    move " Data invalida - informe DDMMAA - Tecle <Enter
      -             ">" to mensagem
                 else
                    move " Valor invalido p/ o campo - Tecle <Enter>"
                         to mensagem
                 end-if
                 perform rot-erro-cad
                 go to lab-def-08
              end-if
           end-if.
           perform dsp-filtro.
           add 1 to fil-idx.
           if fil-idx not > 5
              go to lab-def-06
           end-if.
           move 1 to ord-idx.
      *
       lab-def-09.
           perform acc-ord-campo.
           if escape-key = 1
              if ord-idx = 1
                 move 1 to fil-idx
                 go to lab-def-06
              end-if
              subtract 1 from ord-idx
              go to lab-def-09
           end-if.
           if rl01-ord-campo(ord-idx) = 0
              perform rot-zera-ordem
                      varying ord-idx from ord-idx by 1
                      until ord-idx > 3
              perform dsp-ordens
              go to lab-def-11
           end-if.
           move rl01-ord-campo(ord-idx) to campo-busca.
           perform rot-busca-campo thru rot-busca-campo-fim.
           if dic-idx = 0
              move " Campo nao existe no dicionario do arquivo - Tecle <
      -       "Enter>" to mensagem
              perform rot-erro-cad
              go to lab-def-09
           end-if.
           perform dsp-ajuda-campo.
           if rl01-ord-quebra(ord-idx) not = "S"
              move "N" to rl01-ord-quebra(ord-idx)
           end-if.
      *
       lab-def-10.
           perform acc-ord-quebra.
           if escape-key = 1
              go to lab-def-09
           end-if.
           move rl01-ord-quebra(ord-idx) to txt.
           perform rot-texto.
           move txt to rl01-ord-quebra(ord-idx).
           if rl01-ord-quebra(ord-idx) not = "S" and "N"
              go to lab-def-10
           end-if.
           perform dsp-ordem.
           add 1 to ord-idx.
           if ord-idx not > 3
              go to lab-def-09
           end-if.
      *
       lab-def-11.
           perform lmp-ajuda-campo.
           perform acc-saida-def.
           if escape-key = 1
              move 1 to ord-idx
              go to lab-def-09
           end-if.
           move rl01-saida to txt.
           perform rot-texto.
           move txt to rl01-saida.
           if rl01-saida not = "I" and "S" and "C"
              go to lab-def-11
           end-if.
           perform dsp-saida-def.
      *
       lab-def-12.
           if flag-novo = "S"
              move "Confirma (S) (N) ?" to mensagem
           else
              move "Confirma (S) (N) ou (E)xclui ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-def-11
           end-if.
           if resposta = "N"
              go to lab-def-01
           end-if.
           if resposta = "E" and flag-novo = "N"
              go to lab-def-13
           end-if.
           if resposta not = "S"
              go to lab-def-12
           end-if.
           if flag-novo = "S"
              move param-usr to rl01-usuario
           end-if.
           move param-data to rl01-data.
           if flag-novo = "S"
              write reg-rl01 invalid key
                    move 1 to erro
              end-write
           else
              rewrite reg-rl01 invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao no ARQRL01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-def-01.
      *
       lab-def-13.
           delete arqrl01 record invalid key
                  move 1 to erro
           end-delete.
           if erro not = 0
              move 0 to erro
              move " Erro de exclusao no ARQRL01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-def-01.
      *
       lab-def-fim.
           perform rot-close-rl01.
           perform lmp-definicao.
           exit.
      *
      ************************
      *                      *
      *  Execucao            *
      *                      *
      ************************
      *
       sec-executa section.
      *
       lab-exe-00.
           perform rot-open-rl01.
           if erro not = 0
              move 0 to erro
              go to lab-exe-fim
           end-if.
      *
       lab-exe-01.
           perform lmp-definicao.
           move spaces to def-nome.
           perform acc-nome.
           if escape-key = 1
              go to lab-exe-fim
           end-if.
           move def-nome to txt.
           perform rot-texto.
           move txt to def-nome.
           if def-nome = spaces
              go to lab-exe-01
           end-if.
           perform dsp-nome.
           move def-nome to rl01-nome.
           perform rot-le-rl01.
           if erro not = 0
              move 0 to erro
              move " Relatorio nao definido - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-exe-01
           end-if.
           move rl01-arquivo to sigla-sel.
           perform rot-valida-arquivo thru rot-valida-arquivo-fim.
           if erro not = 0
              move 0 to erro
              go to lab-exe-01
           end-if.
           perform dsp-definicao.
           perform rot-prepara thru rot-prepara-fim.
           if erro not = 0
              move 0 to erro
              move " Campo excluido do dicionario - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-exe-01
           end-if.
           move rl01-saida to saida.
      *
       lab-exe-02.
           perform acc-saida-exe.
           if escape-key = 1
              go to lab-exe-01
           end-if.
           move saida to txt.
           perform rot-texto.
           move txt to saida.
           if saida not = "I" and "S" and "C"
              go to lab-exe-02
           end-if.
           perform dsp-saida-exe.
      *
       lab-exe-03.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-exe-02
           end-if.
           if resposta = "N"
              go to lab-exe-01
           end-if.
           if resposta not = "S"
              go to lab-exe-03
           end-if.
           perform rot-executa thru rot-executa-fim.
           go to lab-exe-01.
      *
       lab-exe-fim.
           perform rot-close-rl01.
           perform lmp-definicao.
           exit.
      *
      ************************
      *                      *
      *  Leitura p/ o sort   *
      *                      *
      ************************
      *
       sec-rl-leitura section.
      *
       lab-rll-00.
           perform rot-abre-arquivo.
           if erro not = 0
              move 0 to erro
              go to lab-rll-fim
           end-if.
      *
       lab-rll-01.
           perform rot-le-arquivo.
           if erro not = 0
              move 0 to erro
              go to lab-rll-fim
           end-if.
           if flag-controle = "S"
              go to lab-rll-01
           end-if.
           add 1 to cont-lidos.
           perform rot-filtra thru rot-filtra-fim.
           if flag-filtro = "N"
              go to lab-rll-01
           end-if.
           perform rot-monta-chave thru rot-monta-chave-fim.
           add 1 to cont-sel.
           move cont-sel to srt-seq.
           move reg-buffer to srt-registro.
           release reg-sort.
           go to lab-rll-01.
      *
       lab-rll-fim.
           perform rot-fecha-arquivo.
           exit.
      *
      ************************
      *                      *
      *  Impressao do sort   *
      *                      *
      ************************
      *
       sec-rl-impressao section.
      *
       lab-rli-00.
           if saida = "C"
              perform rot-cabec-csv
           end-if.
      *
       lab-rli-01.
           return arqsort at end
                  go to lab-rli-02
           end-return.
           move srt-registro to reg-buffer.
           if flag-primeiro = "S"
              move "N" to flag-primeiro
           else
              if saida not = "C"
                 perform rot-verifica-quebra
                         thru rot-verifica-quebra-fim
              end-if
           end-if.
           move srt-ordem(1) to ant-ordem(1).
           move srt-ordem(2) to ant-ordem(2).
           move srt-ordem(3) to ant-ordem(3).
           move reg-buffer to ant-buffer.
           if saida = "C"
              perform rot-monta-csv
           else
              perform rot-monta-detalhe thru rot-monta-detalhe-fim
              move linha-det to linha-imp
              perform rot-grava-linha
           end-if.
           add 1 to tot-qtd sub-qtd(1) sub-qtd(2) sub-qtd(3).
           go to lab-rli-01.
      *
       lab-rli-02.
           if saida = "C"
              go to lab-rli-fim
           end-if.
           if flag-primeiro = "N"
              move 1 to qbr-nivel
              perform rot-subtotais thru rot-subtotais-fim
           end-if.
           perform rot-total-geral.
      *
       lab-rli-fim.
           exit.
      *
      ************************
      *                      *
      *  Lista dicionario    *
      *                      *
      ************************
      *
       sec-lista section.
      *
       lab-lis-00.
           move param-impress to impress.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              move " Erro de abertura da impressora - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-lis-fim
           end-if.
           move "Imprimindo o dicionario - Aguarde" to mensagem.
           display tela-mensagem-cad.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data.
           move "Relatorio Livre - Dicionario" to cab-descricao.
           move spaces to cab-nome.
           move lis-cpo-cab to cab-titulos.
           move 0 to pagina cont-linhas.
           move 99 to linha.
           move "62" to tabl-tipo.
           move spaces to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 go to lab-lis-03
           end-start.
      *
       lab-lis-01.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to lab-lis-03
           end-if.
           if tabl-tipo not = "62"
              go to lab-lis-03
           end-if.
           move tabl-resto to dic-arq-resto.
           if dic-arq-modulo > 0 and dic-arq-modulo < 5
              if acesso-usr(dic-arq-modulo:1) = "N"
                 go to lab-lis-01
              end-if
           end-if.
           move tabl-codigo to lis-arq-sigla sigla-sel.
           move dic-arq-nome to lis-arq-nome.
           move tabl-descricao to lis-arq-descricao.
           move spaces to lis-arq-modulo.
           if dic-arq-modulo > 0 and dic-arq-modulo < 5
              move tab-modulo(dic-arq-modulo) to lis-arq-modulo
           end-if.
           move tabl-chave to chave-tabl-ant.
           move spaces to linha-imp.
           perform rot-grava-linha.
           move lis-arq to linha-imp.
           perform rot-grava-linha.
           perform rot-carrega-campos thru rot-carrega-campos-fim.
           perform rot-lista-campo
                   varying dic-idx from 1 by 1 until dic-idx > dic-qtd.
           move chave-tabl-ant to tabl-chave.
           start arqtabl key is greater than tabl-chave invalid key
                 go to lab-lis-03
           end-start.
           go to lab-lis-01.
      *
      *    Definicoes gravadas dos arquivos que o usuario enxerga
      *
       lab-lis-03.
           perform rot-open-rl01.
           if erro not = 0
              move 0 to erro
              go to lab-lis-05
           end-if.
           move tracos to linha-imp.
           perform rot-grava-linha.
           move lis-def-cab to linha-imp.
           perform rot-grava-linha.
           move low-values to rl01-chave.
           start arqrl01 key is not less rl01-chave invalid key
                 go to lab-lis-04
           end-start.
      *
       lab-lis-03a.
           perform rot-le-prox-rl01.
           if erro not = 0
              move 0 to erro
              go to lab-lis-04
           end-if.
           move "62" to tabl-tipo.
           move rl01-arquivo to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to dic-arq-resto
              if dic-arq-modulo > 0 and dic-arq-modulo < 5
                 if acesso-usr(dic-arq-modulo:1) = "N"
                    go to lab-lis-03a
                 end-if
              end-if
           end-if.
           move 0 to erro.
           move rl01-nome to lis-def-nome.
           move rl01-descricao to lis-def-descricao.
           move rl01-arquivo to lis-def-arquivo.
           move rl01-usuario to lis-def-usuario.
           move rl01-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to lis-def-data.
           move lis-def to linha-imp.
           perform rot-grava-linha.
           go to lab-lis-03a.
      *
       lab-lis-04.
           perform rot-close-rl01.
      *
       lab-lis-05.
           if pagina = 0
              perform rot-cabec
           end-if.
           perform rot-fecha-rel.
           perform rot-close-imp.
           move "Dicionario impresso - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-lis-fim.
           exit.
      *
      ************************
      *                      *
      *  Dicionario          *
      *                      *
      ************************
      *
       sec-dicionario section.
      *
       lab-dic-00.
           move "62" to tabl-tipo.
           move spaces to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro = 0
              perform rot-le-prox-tabl
           end-if.
           if erro = 0 and tabl-tipo = "62"
              go to lab-dic-01
           end-if.
           move 0 to erro.
      *
       lab-dic-00a.
           move "Dicionario vazio - gerar o dicionario padrao (S) (N) ?"
                to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1 or resposta = "N"
              go to lab-dic-01
           end-if.
           if resposta not = "S"
              go to lab-dic-00a
           end-if.
           perform rot-dicionario-padrao.
      *
       lab-dic-01.
           perform lmp-dic-sigla thru lmp-dic-decimais.
           move spaces to sigla-sel.
           perform acc-dic-sigla.
           if escape-key = 1
              go to lab-dic-fim
           end-if.
           move sigla-sel to txt.
           perform rot-texto.
           move txt to sigla-sel.
           if sigla-sel = spaces
              go to lab-dic-01
           end-if.
           perform rot-tem-leitor.
           if tam-registro = 0
              move " Arquivo sem leitura no gerador - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-dic-01
           end-if.
           perform dsp-dic-sigla.
           move "62" to tabl-tipo.
           move sigla-sel to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move "N" to flag-novo
              move tabl-descricao to dic-arq-descricao
              move tabl-resto to dic-arq-resto
           else
              move 0 to erro
              move "S" to flag-novo
              move spaces to dic-arq-descricao dic-arq-resto
              move 1 to dic-arq-modulo
           end-if.
           perform dsp-dic-descricao thru dsp-dic-modulo.
      *
       lab-dic-02.
           perform acc-dic-descricao.
           if escape-key = 1
              go to lab-dic-01
           end-if.
           move dic-arq-descricao to txt.
           perform rot-texto.
           move txt to dic-arq-descricao.
           if dic-arq-descricao = spaces
              go to lab-dic-02
           end-if.
           perform dsp-dic-descricao.
      *
       lab-dic-03.
           perform acc-dic-nome.
           if escape-key = 1
              go to lab-dic-02
           end-if.
           move dic-arq-nome to txt.
           perform rot-texto.
           move txt to dic-arq-nome.
           if dic-arq-nome = spaces
              go to lab-dic-03
           end-if.
           perform dsp-dic-nome.
      *
       lab-dic-04.
           perform acc-dic-modulo.
           if escape-key = 1
              go to lab-dic-03
           end-if.
           if dic-arq-modulo < 1 or dic-arq-modulo > 4
              go to lab-dic-04
           end-if.
      *
       lab-dic-05.
           if flag-novo = "S"
              move "Confirma (S) (N) ?" to mensagem
           else
              move "Confirma (S) (N) ou (E)xclui com os campos ?" to
                   mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-dic-04
           end-if.
           if resposta = "N"
              go to lab-dic-01
           end-if.
           if resposta = "E" and flag-novo = "N"
              go to lab-dic-05a
           end-if.
           if resposta not = "S"
              go to lab-dic-05
           end-if.
           move "62" to tabl-tipo tabl-tipo-1.
           move sigla-sel to tabl-codigo.
           move dic-arq-descricao to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move dic-arq-resto to tabl-resto.
           if flag-novo = "S"
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           else
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao no ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-dic-01
           end-if.
           go to lab-dic-06.
      *
       lab-dic-05a.
           delete arqtabl record invalid key
                  move 1 to erro
           end-delete.
           if erro not = 0
              move 0 to erro
              move " Erro de exclusao no ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-dic-01
           end-if.
           perform rot-exclui-campos thru rot-exclui-campos-fim.
           go to lab-dic-01.
      *
      *    Campos do arquivo
      *
       lab-dic-06.
           perform lmp-dic-campo thru lmp-dic-decimais.
           move 0 to dic-cpo-campo.
           perform acc-dic-campo.
           if escape-key = 1
              go to lab-dic-01
           end-if.
           if dic-cpo-campo = 0
              go to lab-dic-01
           end-if.
           perform dsp-dic-campo.
           move "63" to tabl-tipo.
           move sigla-sel to dic-cpo-sigla.
           move dic-cpo-codigo to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move "N" to flag-novo
              move tabl-descricao to dic-cpo-descricao
              move tabl-resto to dic-cpo-resto
           else
              move 0 to erro
              move "S" to flag-novo
              move spaces to dic-cpo-descricao dic-cpo-resto
              move 0 to dic-cpo-posicao dic-cpo-tamanho
                        dic-cpo-decimais
              move "A" to dic-cpo-formato
           end-if.
           perform dsp-dic-cpo-descricao thru dsp-dic-decimais.
      *
       lab-dic-07.
           perform acc-dic-cpo-descricao.
           if escape-key = 1
              go to lab-dic-06
           end-if.
           move dic-cpo-descricao to txt.
           perform rot-texto.
           move txt to dic-cpo-descricao.
           if dic-cpo-descricao = spaces
              go to lab-dic-07
           end-if.
           perform dsp-dic-cpo-descricao.
      *
       lab-dic-08.
           perform acc-dic-posicao.
           if escape-key = 1
              go to lab-dic-07
           end-if.
           if dic-cpo-posicao = 0 or dic-cpo-posicao > tam-registro
              move tam-registro to qtd-edit
              move spaces to mensagem
              string " Posicao fora do registro (" qtd-edit
                     " posicoes) - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
              perform rot-erro-cad
              go to lab-dic-08
           end-if.
      *
       lab-dic-09.
           perform acc-dic-tamanho.
           if escape-key = 1
              go to lab-dic-08
           end-if.
           if dic-cpo-tamanho = 0 or
              dic-cpo-posicao + dic-cpo-tamanho - 1 > tam-registro
              move tam-registro to qtd-edit
              move spaces to mensagem
              string " Campo passa do registro (" qtd-edit
                     " posicoes) - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
              perform rot-erro-cad
              go to lab-dic-09
           end-if.
      *
       lab-dic-10.
           perform acc-dic-formato.
           if escape-key = 1
              go to lab-dic-09
           end-if.
           move dic-cpo-formato to txt.
           perform rot-texto.
           move txt to dic-cpo-formato.
           if dic-cpo-formato not = "A" and "C" and "N" and "S" and
              "D"
              go to lab-dic-10
           end-if.
           perform dsp-dic-formato.
           if dic-cpo-formato = "A" and dic-cpo-tamanho > 40
              move " Campo texto vai ate 40 posicoes - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-dic-09
           end-if.
           if dic-cpo-formato = "D" and dic-cpo-tamanho not = 6
              move " Data em dias corridos tem 6 posicoes - Tecle <Enter
      -       ">" to mensagem
              perform rot-erro-cad
              go to lab-dic-09
           end-if.
           if (dic-cpo-formato = "C" or "N" or "S") and
              dic-cpo-tamanho > 15
              move " Codigo e valor vao ate 15 posicoes - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-dic-09
           end-if.
           if dic-cpo-formato not = "N" and "S"
              move 0 to dic-cpo-decimais
              perform dsp-dic-decimais
              go to lab-dic-12
           end-if.
      *
       lab-dic-11.
           perform acc-dic-decimais.
           if escape-key = 1
              go to lab-dic-10
           end-if.
           if dic-cpo-decimais > 4 or
              dic-cpo-decimais not < dic-cpo-tamanho
              go to lab-dic-11
           end-if.
      *
       lab-dic-12.
           if flag-novo = "S"
              move "Confirma (S) (N) ?" to mensagem
           else
              move "Confirma (S) (N) ou (E)xclui ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-dic-10
           end-if.
           if resposta = "N"
              go to lab-dic-06
           end-if.
           if resposta = "E" and flag-novo = "N"
              go to lab-dic-13
           end-if.
           if resposta not = "S"
              go to lab-dic-12
           end-if.
           move "63" to tabl-tipo tabl-tipo-1.
           move dic-cpo-codigo to tabl-codigo.
           move dic-cpo-descricao to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move dic-cpo-resto to tabl-resto.
           if flag-novo = "S"
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           else
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao no ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-dic-06.
      *
       lab-dic-13.
           delete arqtabl record invalid key
                  move 1 to erro
           end-delete.
           if erro not = 0
              move 0 to erro
              move " Erro de exclusao no ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-dic-06.
      *
       lab-dic-fim.
           perform lmp-dic-sigla thru lmp-dic-decimais.
           exit.
      *
      ************************
      *                      *
      *  Telas               *
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
      *  Zera o resto das colunas, filtros e ordens
      *
       rot-zera-coluna.
           move 0 to rl01-col-campo(col-idx).
      *
       rot-zera-filtro.
           move 0 to rl01-fil-campo(fil-idx).
           move spaces to rl01-fil-oper(fil-idx)
                          rl01-fil-valor(fil-idx).
      *
       rot-zera-ordem.
           move 0 to rl01-ord-campo(ord-idx).
           move spaces to rl01-ord-quebra(ord-idx).
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome.
           accept def-nome at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-descricao.
           accept rl01-descricao at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-arquivo.
           accept rl01-arquivo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-coluna.
           compute coluna-tela = 29 + (col-idx - 1) * 4.
           accept rl01-col-campo(col-idx) at line 12 column coluna-tela
                  with auto update prompt foreground-color 15
                  background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fil-campo.
           compute linha-tela = 13 + fil-idx.
           accept rl01-fil-campo(fil-idx) at line linha-tela column 29
                  with auto update prompt foreground-color 15
                  background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fil-oper.
           compute linha-tela = 13 + fil-idx.
           accept rl01-fil-oper(fil-idx) at line linha-tela column 33
                  with auto update prompt foreground-color 15
                  background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fil-valor.
           compute linha-tela = 13 + fil-idx.
           accept rl01-fil-valor(fil-idx) at line linha-tela column 36
                  with auto update prompt foreground-color 15
                  background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ord-campo.
           compute coluna-tela = 29 + (ord-idx - 1) * 7.
           accept rl01-ord-campo(ord-idx) at line 19 column coluna-tela
                  with auto update prompt foreground-color 15
                  background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ord-quebra.
           compute coluna-tela = 33 + (ord-idx - 1) * 7.
           accept rl01-ord-quebra(ord-idx) at line 19 column coluna-tela
                  with auto update prompt foreground-color 15
                  background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-saida-def.
           accept rl01-saida at 2029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-saida-exe.
           accept saida at 2029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-sigla.
           accept sigla-sel at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-descricao.
           accept dic-arq-descricao at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-nome.
           accept dic-arq-nome at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-modulo.
           accept dic-arq-modulo at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-campo.
           accept dic-cpo-campo at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-cpo-descricao.
           accept dic-cpo-descricao at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-posicao.
           accept dic-cpo-posicao at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-tamanho.
           accept dic-cpo-tamanho at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-formato.
           accept dic-cpo-formato at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dic-decimais.
           accept dic-cpo-decimais at 1929 with auto update prompt
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
       dsp-definicao.
           perform dsp-nome.
           perform dsp-descricao.
           perform dsp-arquivo.
           perform dsp-colunas.
           perform dsp-filtros.
           perform dsp-ordens.
           perform dsp-saida-def.
      *
       dsp-nome.
           display def-nome at 0929 with foreground-color 15
                   background-color 01.
      *
       dsp-descricao.
           display rl01-descricao at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-arquivo.
           display rl01-arquivo at 1129 with foreground-color 15
                   background-color 01.
           display dic-arq-descricao at 1133 with foreground-color 15
                   background-color 01.
      *
       dsp-colunas.
           perform dsp-coluna varying col-idx from 1 by 1
                   until col-idx > 10.
      *
       dsp-coluna.
           compute coluna-tela = 29 + (col-idx - 1) * 4.
           if rl01-col-campo(col-idx) = 0
              display limpa-10(1:3) at line 12 column coluna-tela
                      with foreground-color 15 background-color 01
           else
              display rl01-col-campo(col-idx) at line 12
                      column coluna-tela with foreground-color 15
                      background-color 01
           end-if.
      *
       dsp-filtros.
           perform dsp-filtro varying fil-idx from 1 by 1
                   until fil-idx > 5.
      *
       dsp-filtro.
           compute linha-tela = 13 + fil-idx.
           display limpa-40 at line linha-tela column 29
                   with foreground-color 15 background-color 01.
           display limpa-10(1:6) at line linha-tela column 69
                   with foreground-color 15 background-color 01.
           if rl01-fil-campo(fil-idx) not = 0
              display rl01-fil-campo(fil-idx) at line linha-tela
                      column 29 with foreground-color 15
                      background-color 01
              display rl01-fil-oper(fil-idx) at line linha-tela
                      column 33 with foreground-color 15
                      background-color 01
              display rl01-fil-valor(fil-idx) at line linha-tela
                      column 36 with foreground-color 15
                      background-color 01
              move rl01-fil-campo(fil-idx) to campo-busca
              perform rot-busca-campo thru rot-busca-campo-fim
              if dic-idx not = 0
                 display dic-t-descricao(dic-idx)(1:18)
                         at line linha-tela column 57
                         with foreground-color 07 background-color 01
              end-if
           end-if.
      *
       dsp-ordens.
           perform dsp-ordem varying ord-idx from 1 by 1
                   until ord-idx > 3.
      *
       dsp-ordem.
           compute coluna-tela = 29 + (ord-idx - 1) * 7.
           if rl01-ord-campo(ord-idx) = 0
              display limpa-10(1:5) at line 19 column coluna-tela
                      with foreground-color 15 background-color 01
           else
              display rl01-ord-campo(ord-idx) at line 19
                      column coluna-tela with foreground-color 15
                      background-color 01
              add 4 to coluna-tela
              display rl01-ord-quebra(ord-idx) at line 19
                      column coluna-tela with foreground-color 15
                      background-color 01
           end-if.
      *
       dsp-ajuda-campo.
           display dic-t-descricao(dic-idx) at 1329 with
                   foreground-color 07 background-color 01.
      *
       dsp-saida-def.
           display rl01-saida at 2029 with foreground-color 15
                   background-color 01.
      *
       dsp-saida-exe.
           display saida at 2029 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-sigla.
           display sigla-sel at 0929 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-descricao.
           display dic-arq-descricao at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-nome.
           display dic-arq-nome at 1129 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-modulo.
           display dic-arq-modulo at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-campo.
           display dic-cpo-campo at 1429 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-cpo-descricao.
           display dic-cpo-descricao at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-posicao.
           display dic-cpo-posicao at 1629 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-tamanho.
           display dic-cpo-tamanho at 1729 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-formato.
           display dic-cpo-formato at 1829 with foreground-color 15
                   background-color 01.
      *
       dsp-dic-decimais.
           display dic-cpo-decimais at 1929 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para limpar
      *
       lmp-funcao.
           display limpa at 0729 with foreground-color 15
                   background-color 01.
      *
       lmp-definicao.
           perform lmp-linha-def varying linha-tela from 9 by 1
                   until linha-tela > 19.
           display limpa-10(1:1) at 2029 with foreground-color 15
                   background-color 01.
      *
       lmp-linha-def.
           display limpa at line linha-tela column 29
                   with foreground-color 15 background-color 01.
      *
       lmp-ajuda-campo.
           display limpa-40 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-sigla.
           display limpa-10(1:2) at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-descricao.
           display limpa-40(1:30) at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-nome.
           display limpa-10(1:7) at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-modulo.
           display limpa-10(1:1) at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-campo.
           display limpa-10(1:3) at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-cpo-descricao.
           display limpa-40 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-posicao.
           display limpa-10(1:4) at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-tamanho.
           display limpa-10(1:3) at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-formato.
           display limpa-10(1:1) at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-dic-decimais.
           display limpa-10(1:1) at 1929 with foreground-color 15
                   background-color 01.
