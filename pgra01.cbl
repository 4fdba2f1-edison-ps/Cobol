      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGRA01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Recibo de Pagamento a Autonomo (RPA) :                     *
      *                                                             *
      *  (A)utonomos - CPF, PIS/NIT e dependentes dos palestrantes  *
      *                e instrutores pessoa fisica (ARQAU01, mesmo  *
      *                codigo do ARQAB01);                          *
      *  (E)missao   - calcula INSS retido (aliquota ate o teto do  *
      *                mes), INSS patronal e IRRF pela tabela       *
      *                progressiva, grava o RPA numerado (ARQRA01), *
      *                gera no ARQRE01 o liquido ao autonomo e os   *
      *                titulos dos impostos e imprime o recibo;     *
      *  (I)mpressao - 2a via do RPA;                               *
      *  (R)esumo    - resumo mensal p/ a declaracao do INSS;       *
      *  (T)abelas   - parametros do INSS/IRRF (tabela tipo 45) e   *
      *                faixas do IRRF (tipo 46), so supervisor.     *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgra01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqau01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is au01-chave
                  file status is au01-status.
      *
           select arqra01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ra01-chave
                  alternate record key is ra01-chave-1 with duplicates
                  file status is ra01-status.
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
           select arqpa01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is pa01-chave
                  alternate record key is pa01-chave-1 with duplicates
                  file status is pa01-status.
      *
           select arqcs01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cs01-chave
                  file status is cs01-status.
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
       copy fdau01.lib.
      *
       copy fdra01.lib.
      *
       copy fdab01.lib.
      *
       copy fdre01.lib.
      *
       copy fdpa01.lib.
      *
       copy fdcs01.lib.
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
       01 au01-status                  pic x(02) value "00".
       01 au01-stat                    pic x(01) value "F".
      *
       01 nome-arq-au01.
          02 au01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 au01-nome                 pic x(08) value "ARQAU01A".
          02 filler                    pic x(01) value ".".
          02 au01-ext                  pic x(03) value "DAT".
      *
       01 ra01-status                  pic x(02) value "00".
       01 ra01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ra01.
          02 ra01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 ra01-nome                 pic x(08) value "ARQRA01A".
          02 filler                    pic x(01) value ".".
          02 ra01-ext                  pic x(03) value "DAT".
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
       01 pa01-status                  pic x(02) value "00".
       01 pa01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pa01.
          02 pa01-dir                  pic x(03) value "SL1".
          02 filler                    pic x(01) value "\".
          02 pa01-nome                 pic x(08) value "ARQPA01A".
          02 filler                    pic x(01) value ".".
          02 pa01-ext                  pic x(03) value "DAT".
      *
       01 cs01-status                  pic x(02) value "00".
       01 cs01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cs01.
          02 cs01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 cs01-nome                 pic x(08) value "ARQCS01A".
          02 filler                    pic x(01) value ".".
          02 cs01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGRA01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
       01 campo-wait-aux               pic 9(04) comp-5 value 2.
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 condicao                  pic x(01) value spaces.
          02 razao-social              pic x(40) value spaces.
          02 cpf                       pic z(11) value 0.
          02 cpf-disp                  pic 999.999.999b99 value spaces.
          02 pis                       pic z(11) value 0.
          02 dependentes               pic 9(02) value 0.
          02 atividade                 pic x(30) value spaces.
          02 flag-au01                 pic x(01) value spaces.
          02 origem                    pic x(01) value spaces.
          02 referencia                pic 9(05) value 0.
          02 ref-nome                  pic x(34) value spaces.
          02 servico                   pic x(40) value spaces.
          02 valor-aux                 pic z(10)9,9(02) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 perc-aux                  pic z9,9(02) value 0.
          02 bruto                     pic 9(11)v9(02) value 0.
          02 vencimento                pic 9(06) value 0.
          02 vencimento-corr           pic 9(06) value 0.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(30) value spaces.
          02 ccusto                    pic 9(03) value 0.
          02 numero                    pic 9(06) value 0.
          02 sele-mes                  pic 9(02) value 0.
          02 sele-ano                  pic 9(02) value 0.
      *
      *    Calculo do RPA
      *
       01 calc-campos.
          02 base-mes                  pic 9(11)v9(02) value 0.
          02 teto-livre                pic s9(11)v9(02) value 0.
          02 base-inss                 pic 9(11)v9(02) value 0.
          02 inss                      pic 9(11)v9(02) value 0.
          02 patronal                  pic 9(11)v9(02) value 0.
          02 base-irrf-s               pic s9(11)v9(02) value 0.
          02 base-irrf                 pic 9(11)v9(02) value 0.
          02 irrf-s                    pic s9(11)v9(02) value 0.
          02 irrf                      pic 9(11)v9(02) value 0.
          02 liquido                   pic 9(11)v9(02) value 0.
      *
       01 comp-ini                     pic 9(06) value 0.
       01 comp-fim                     pic 9(06) value 0.
       01 venc-imposto                 pic 9(06) value 0.
       01 ind-fx                       pic 9(02) comp-5 value 0.
       01 qtd-faixas                   pic 9(02) comp-5 value 0.
       01 flag-tabelas                 pic x(01) value spaces.
      *
      *    Parametros do RPA na tabela tipo 45 (tabl-resto):
      *    001 INSS - retencao 99v99, teto 9(7)v99, patronal 99v99
      *    002 IRRF - deducao por dependente 9(5)v99
      *    003 titulos - credor INSS, credor IRRF (codigos do
      *        ARQAB01 condicao "F") e operacao dos impostos
      *
       01 par-inss.
          02 par-aliq-inss             pic 9(02)v9(02) value 0.
          02 par-teto                  pic 9(07)v9(02) value 0.
          02 par-aliq-patr             pic 9(02)v9(02) value 0.
          02 filler                    pic x(03) value spaces.
      *
       01 par-irrf.
          02 par-ded-dep               pic 9(05)v9(02) value 0.
          02 filler                    pic x(13) value spaces.
      *
       01 par-credor.
          02 par-cred-inss             pic 9(05) value 0.
          02 par-cred-irrf             pic 9(05) value 0.
          02 par-oper-imp              pic 9(03) value 0.
          02 filler                    pic x(07) value spaces.
      *
      *    Faixas do IRRF na tabela tipo 46, codigos 001 a 009 em
      *    ordem crescente: limite superior da base, aliquota e
      *    parcela a deduzir (aliquota zero = faixa isenta)
      *
       01 par-faixa.
          02 fx-limite                 pic 9(07)v9(02) value 0.
          02 fx-aliq                   pic 9(02)v9(02) value 0.
          02 fx-deducao                pic 9(05)v9(02) value 0.
      *
       01 tab-faixas.
          02 tab-faixa                 occurs 9.
             03 tf-limite              pic 9(07)v9(02).
             03 tf-aliq                pic 9(02)v9(02).
             03 tf-deducao             pic 9(05)v9(02).
      *
       01 faixa                        pic 9(01) value 0.
       01 param-descricao              pic x(40) value spaces.
       01 param-resto                  pic x(20) value spaces.
      *
       01 doc-rpa.
          02 filler                    pic x(03) value "RPA".
          02 doc-rpa-numero            pic 9(06) value 0.
          02 doc-rpa-tipo              pic x(01) value spaces.
      *
       01 obs-rpa.
          02 obs-rpa-texto             pic x(13) value spaces.
          02 obs-rpa-numero            pic 9(06) value 0.
          02 filler                    pic x(11) value spaces.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
      *    Resumo mensal
      *
       01 res-codigo                   pic 9(05) value 0.
       01 res-qtd                      pic 9(03) value 0.
       01 res-bruto                    pic 9(11)v9(02) value 0.
       01 res-base                     pic 9(11)v9(02) value 0.
       01 res-inss                     pic 9(11)v9(02) value 0.
       01 res-patronal                 pic 9(11)v9(02) value 0.
       01 tot-bruto                    pic 9(11)v9(02) value 0.
       01 tot-base                     pic 9(11)v9(02) value 0.
       01 tot-inss                     pic 9(11)v9(02) value 0.
       01 tot-patronal                 pic 9(11)v9(02) value 0.
       01 tot-autonomos                pic 9(05) value 0.
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
          02 filler                    pic x(38) value
          "Resumo de RPA p/ o INSS - Competencia".
          02 cab-competencia           pic x(05) value spaces.
          02 filler                    pic x(10) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(24) value
             "Autonomo".
          02 filler                    pic x(15) value "CPF".
          02 filler                    pic x(12) value "PIS/NIT".
          02 filler                    pic x(17) value
             "     Bruto".
          02 filler                    pic x(17) value
             "  Base INSS".
          02 filler                    pic x(17) value
             "  INSS retido".
          02 filler                    pic x(17) value
             "  INSS patronal".
      *
       01 cab-lin.
          02 cab-codigo                pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-nome                  pic x(17) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-cpf                   pic 999.999.999b99 value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-pis                   pic 9(11) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-bruto                 pic zz.zzz.zzz.zz9,99.
          02 cab-base                  pic zz.zzz.zzz.zz9,99.
          02 cab-inss                  pic zz.zzz.zzz.zz9,99.
          02 cab-patronal              pic zz.zzz.zzz.zz9,99.
      *
       01 cab-total.
          02 filler                    pic x(24) value
             "Total da competencia...:".
          02 cab-tot-qtd               pic zzzz9 value 0.
          02 filler                    pic x(22) value " autonomo(s)".
          02 cab-tot-bruto             pic zz.zzz.zzz.zz9,99.
          02 cab-tot-base              pic zz.zzz.zzz.zz9,99.
          02 cab-tot-inss              pic zz.zzz.zzz.zz9,99.
          02 cab-tot-patronal          pic zz.zzz.zzz.zz9,99.
      *
      *    Recibo (RPA) p/ assinatura
      *
       01 rpa-tit.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(47) value
          "RECIBO DE PAGAMENTO A AUTONOMO - RPA".
          02 filler                    pic x(05) value "No. ".
          02 rpa-numero                pic 9(06) value 0.
          02 filler                    pic x(05) value spaces.
          02 rpa-emissao               pic x(08) value spaces.
      *
       01 rpa-texto.
          02 filler                    pic x(46) value
          "Recebi da ABAV/SP a importancia liquida de R$".
          02 rpa-txt-liquido           pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(13) value ", referente".
      *
       01 rpa-servico.
          02 filler                    pic x(16) value
             "a prestacao de: ".
          02 rpa-txt-servico           pic x(40) value spaces.
      *
       01 rpa-campo.
          02 rpa-rotulo                pic x(26) value spaces.
          02 rpa-conteudo              pic x(44) value spaces.
      *
       01 rpa-valor.
          02 rpa-rotulo-v              pic x(26) value spaces.
          02 rpa-valor-v               pic zz.zzz.zzz.zz9,99.
      *
       01 rpa-assina.
          02 filler                    pic x(30) value spaces.
          02 filler                    pic x(40) value all "_".
      *
       01 rpa-nome.
          02 filler                    pic x(30) value spaces.
          02 rpa-nome-ass              pic x(40) value spaces.
      *
       01 rpa-local.
          02 filler                    pic x(11) value "Sao Paulo, ".
          02 rpa-data-ass              pic x(08) value spaces.
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
          02 line 07 column 42 foreground-color 06 background-color 01
             highlight value "Recibo de Pagamento a Autonomo".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (A/E/I/R/T)...:".
      *
       01 tela-cad.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Autonomo (codigo)....:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "CPF..................:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "PIS/NIT..............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Dependentes (IRRF)...:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Atividade............:".
      *
       01 tela-emi.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Autonomo (codigo)....:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Origem (P/C/O).......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Servico prestado.....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Valor bruto..........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Vencimento...........:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Centro de custo......:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "INSS retido/patronal.:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "IRRF retido / base...:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Valor liquido........:".
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "RPA numero...........:".
      *
       01 tela-num.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "RPA numero...........:".
      *
       01 tela-comp.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Competencia (mm/aa)..:".
      *
       01 tela-tab.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "INSS retido (%)......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Teto contribuicao....:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "INSS patronal (%)....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Deducao p/ dependente:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Credor INSS / IRRF...:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Operacao impostos....:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Faixa IRRF (1-9).....:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Base ate / aliq. (%).:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Parcela a deduzir....:".
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
           move 74 to box-col-f.
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
       rot-open-au01.
           move 0 to erro.
           if au01-stat = "F"
              open i-o arqau01
              if au01-status = "35"
                 open output arqau01
                 close arqau01
                 open i-o arqau01
              end-if
              if au01-status not = "00"
                 move
                 " Erro de abertura no ARQAU01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to au01-stat
              end-if
           end-if.
      *
       rot-close-au01.
           if au01-stat = "A"
              close arqau01
              move "F" to au01-stat
           end-if.
      *
       rot-le-au01.
           move 0 to erro.
           read arqau01 invalid key move 1 to erro.
           if au01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-au01
           end-if.
      *
       rot-open-ra01.
           move 0 to erro.
           if ra01-stat = "F"
              open i-o arqra01
              if ra01-status = "35"
                 open output arqra01
                 move zeros to reg-ra01-1
                 move high-values to ra01-controle
                 move 0 to ra01-ult-numero
                 write reg-ra01-1
                 close arqra01
                 open i-o arqra01
              end-if
              if ra01-status not = "00"
                 move
                 " Erro de abertura no ARQRA01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ra01-stat
              end-if
           end-if.
      *
       rot-close-ra01.
           if ra01-stat = "A"
              close arqra01
              move "F" to ra01-stat
           end-if.
      *
       rot-le-ra01.
           move 0 to erro.
           read arqra01 invalid key move 1 to erro.
           if ra01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ra01
           end-if.
      *
       rot-le-prox-ra01.
           move 0 to erro.
           read arqra01 next record at end move 1 to erro.
           if ra01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ra01
           end-if.
      *
       rot-ponteiro-ra01.
           move 0 to erro.
           start arqra01 key is equal ra01-chave invalid key
                 move 1 to erro
           end-start.
      *
       rot-le-ra01-lock.
           move 0 to erro.
           read arqra01 next.
           if ra01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait-aux
              go to rot-le-ra01-lock
           end-if.
           read arqra01 with kept lock.
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
       rot-open-pa01.
           move 0 to erro.
           if pa01-stat = "F"
              open input arqpa01
              if pa01-status not = "00"
                 move 1 to erro
              else
                 move "A" to pa01-stat
              end-if
           end-if.
      *
       rot-close-pa01.
           if pa01-stat = "A"
              close arqpa01
              move "F" to pa01-stat
           end-if.
      *
       rot-open-cs01.
           move 0 to erro.
           if cs01-stat = "F"
              open input arqcs01
              if cs01-status not = "00"
                 move 1 to erro
              else
                 move "A" to cs01-stat
              end-if
           end-if.
      *
       rot-close-cs01.
           if cs01-stat = "A"
              close arqcs01
              move "F" to cs01-stat
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
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to mensagem.
           perform rot-erro-cad.
      *
       rot-le-razao.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move spaces to razao-social condicao
           else
              move ab01-razao-social-a to razao-social
              move ab01-condicao to condicao
           end-if.
      *
      *    Registro wtab01-tipo/wtab01-codigo da tabela
      *
       rot-le-param.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
      *
      *    Carrega os parametros (tipo 45) e as faixas (tipo 46);
      *    flag-tabelas "N" se falta algum
      *
       rot-carrega-tabelas.
           move "S" to flag-tabelas.
           move 0 to qtd-faixas.
           move 45 to wtab01-tipo.
           move 1 to wtab01-codigo.
           perform rot-le-param.
           if erro = 0
              move tabl-resto to par-inss
           end-if.
           if erro not = 0 or par-aliq-inss not numeric or
              par-teto not numeric or par-aliq-patr not numeric
              move 0 to par-aliq-inss par-teto par-aliq-patr
              move "N" to flag-tabelas
           end-if.
           move 45 to wtab01-tipo.
           move 2 to wtab01-codigo.
           perform rot-le-param.
           if erro = 0
              move tabl-resto to par-irrf
           end-if.
           if erro not = 0 or par-ded-dep not numeric
              move 0 to par-ded-dep
           end-if.
           move 45 to wtab01-tipo.
           move 3 to wtab01-codigo.
           perform rot-le-param.
           if erro = 0
              move tabl-resto to par-credor
           end-if.
           if erro not = 0 or par-cred-inss not numeric or
              par-cred-irrf not numeric or par-oper-imp not numeric
              move 0 to par-cred-inss par-cred-irrf par-oper-imp
              move "N" to flag-tabelas
           end-if.
           move 1 to ind-fx.
       rot-carrega-tabelas-1.
           if ind-fx > 9
              go to rot-carrega-tabelas-2
           end-if.
           move 46 to wtab01-tipo.
           move ind-fx to wtab01-codigo.
           perform rot-le-param.
           if erro not = 0
              go to rot-carrega-tabelas-2
           end-if.
           move tabl-resto to par-faixa.
           if fx-limite not numeric or fx-aliq not numeric or
              fx-deducao not numeric
              go to rot-carrega-tabelas-2
           end-if.
           move fx-limite to tf-limite(ind-fx).
           move fx-aliq to tf-aliq(ind-fx).
           move fx-deducao to tf-deducao(ind-fx).
           move ind-fx to qtd-faixas.
           add 1 to ind-fx.
           go to rot-carrega-tabelas-1.
       rot-carrega-tabelas-2.
           move 0 to erro.
           if qtd-faixas = 0
              move "N" to flag-tabelas
           end-if.
      *
      *    Base do INSS ja usada pelo autonomo no mes de param-data
      *    (o teto vale p/ o mes, somando todos os RPA)
      *
       rot-base-mes.
           move 0 to base-mes.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           compute comp-ini = param-data - dia-euro + 1.
           compute comp-fim = comp-ini + 29.
           move codigo to ra01-codigo.
           move comp-ini to ra01-emissao.
           start arqra01 key is not less ra01-chave-1 invalid key
                 go to rot-base-mes-fim
           end-start.
       rot-base-mes-1.
           perform rot-le-prox-ra01.
           if erro not = 0 or ra01-codigo not = codigo or
              ra01-emissao > comp-fim
              move 0 to erro
              go to rot-base-mes-fim
           end-if.
           add ra01-base-inss to base-mes.
           go to rot-base-mes-1.
       rot-base-mes-fim.
           exit.
      *
      *    INSS retido ate o teto, INSS patronal sobre o bruto,
      *    IRRF pela faixa da base (bruto - INSS - dependentes)
      *
       rot-calcula.
           compute teto-livre = par-teto - base-mes.
           if teto-livre < 0
              move 0 to teto-livre
           end-if.
           if bruto > teto-livre
              move teto-livre to base-inss
           else
              move bruto to base-inss
           end-if.
           compute inss rounded = base-inss * par-aliq-inss / 100.
           compute patronal rounded = bruto * par-aliq-patr / 100.
           compute base-irrf-s = bruto - inss -
                   (dependentes * par-ded-dep).
           if base-irrf-s < 0
              move 0 to base-irrf-s
           end-if.
           move base-irrf-s to base-irrf.
           move 1 to ind-fx.
       rot-calcula-1.
           if ind-fx < qtd-faixas and base-irrf > tf-limite(ind-fx)
              add 1 to ind-fx
              go to rot-calcula-1
           end-if.
           compute irrf-s rounded =
                   (base-irrf * tf-aliq(ind-fx) / 100) -
                   tf-deducao(ind-fx).
           if irrf-s < 0
              move 0 to irrf-s
           end-if.
           move irrf-s to irrf.
           compute liquido = bruto - inss - irrf.
      *
      *    Titulo a pagar (documento/credor/vencimento/valor/obs
      *    ja nos campos do reg-re01)
      *
       rot-grava-titulo.
           move 0 to erro.
           move 0 to re01-portador.
           move param-data to re01-emissao.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           move spaces to re01-doc-pai re01-evento.
           move 0 to re01-parcela re01-qtd-parcelas.
           move spaces to re01-cod-barras re01-pgto-sit.
           move 0 to re01-bordero re01-remessa.
           move re01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to re01-entidade.
           write reg-re01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-re01
           end-write.
           if erro not = 0
              move spaces to mensagem
              string " Titulo " doc-rpa " ja existe - nao regravado"
                     delimited by size into mensagem
              end-string
              perform rot-erro-cad
              move 0 to erro
           end-if.
      *
      *    Impressao do RPA que esta no reg-ra01
      *
       rot-imprime-rpa.
           move ra01-numero to rpa-numero.
           move ra01-emissao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to rpa-emissao rpa-data-ass.
           move ra01-codigo to codigo.
           perform rot-le-razao.
           move 0 to erro.
           move ra01-codigo to au01-codigo.
           perform rot-le-au01.
           if erro not = 0
              move 0 to au01-cpf au01-pis
              move 0 to erro
           end-if.
           write reg-imp from cab-abav.
           write reg-imp from spaces after 1 line.
           write reg-imp from rpa-tit after 1 line.
           write reg-imp from tracos after 1 line.
           move ra01-liquido to rpa-txt-liquido.
           write reg-imp from rpa-texto after 2 lines.
           move ra01-servico to rpa-txt-servico.
           write reg-imp from rpa-servico after 1 line.
           write reg-imp from spaces after 1 line.
           move "Autonomo................:" to rpa-rotulo.
           move razao-social to rpa-conteudo.
           write reg-imp from rpa-campo after 1 line.
           move "CPF.....................:" to rpa-rotulo.
           move au01-cpf to cpf-disp.
           move cpf-disp to rpa-conteudo.
           write reg-imp from rpa-campo after 1 line.
           move "PIS/NIT.................:" to rpa-rotulo.
           move au01-pis to rpa-conteudo.
           write reg-imp from rpa-campo after 1 line.
           move "Dependentes.............:" to rpa-rotulo.
           move ra01-dependentes to rpa-conteudo.
           write reg-imp from rpa-campo after 1 line.
           write reg-imp from tracos after 1 line.
           move "Valor bruto.............:" to rpa-rotulo-v.
           move ra01-bruto to rpa-valor-v.
           write reg-imp from rpa-valor after 1 line.
           move "(-) INSS retido.........:" to rpa-rotulo-v.
           move ra01-inss to rpa-valor-v.
           write reg-imp from rpa-valor after 1 line.
           move "(-) IRRF retido.........:" to rpa-rotulo-v.
           move ra01-irrf to rpa-valor-v.
           write reg-imp from rpa-valor after 1 line.
           move "Valor liquido...........:" to rpa-rotulo-v.
           move ra01-liquido to rpa-valor-v.
           write reg-imp from rpa-valor after 1 line.
           write reg-imp from tracos after 1 line.
           move "Base de calculo INSS....:" to rpa-rotulo-v.
           move ra01-base-inss to rpa-valor-v.
           write reg-imp from rpa-valor after 1 line.
           move "Base de calculo IRRF....:" to rpa-rotulo-v.
           move ra01-base-irrf to rpa-valor-v.
           write reg-imp from rpa-valor after 1 line.
           move "INSS patronal (empresa).:" to rpa-rotulo-v.
           move ra01-patronal to rpa-valor-v.
           write reg-imp from rpa-valor after 1 line.
           write reg-imp from rpa-local after 3 lines.
           write reg-imp from rpa-assina after 4 lines.
           move razao-social to rpa-nome-ass.
           write reg-imp from rpa-nome after 1 line.
           write reg-imp from spaces after page.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display tracos(1:68) at line linha-tela column 05 with
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
           if funcao not = "A" and "E" and "I" and "R" and "T"
              go to lab-fun-01
           end-if.
           if funcao = "T" and param-prioridade < 8
              move " Funcao restrita ao supervisor - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "A"
                         perform sec-autonomos
                    when funcao = "E"
                         perform sec-emissao
                    when funcao = "I"
                         perform sec-reimpressao
                    when funcao = "R"
                         perform sec-resumo
                    when funcao = "T"
                         perform sec-tabelas
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
      *  Autonomos           *
      *                      *
      ************************
      *
       sec-autonomos section.
      *
       lab-aut-00.
           perform rot-open-au01.
           if erro not = 0
              go to lab-aut-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-aut-fim
           end-if.
           display tela-cad.
      *
       lab-aut-01.
           move 0 to codigo.
           perform lmp-codigo thru lmp-atividade.
           perform acc-codigo.
           if escape-key = 1
              go to lab-aut-fim
           end-if.
           if codigo = 0
              go to lab-aut-01
           end-if.
           perform rot-le-razao.
           if erro not = 0
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-aut-01
           end-if.
           perform dsp-codigo.
           move codigo to au01-codigo.
           perform rot-le-au01.
           if erro = 0
              move "S" to flag-au01
              move au01-cpf to cpf
              move au01-pis to pis
              move au01-dependentes to dependentes
              move au01-atividade to atividade
           else
              move "N" to flag-au01
              move 0 to cpf pis dependentes
              move spaces to atividade
           end-if.
           move 0 to erro.
      *
       lab-aut-02.
           perform acc-cpf.
           if escape-key = 1
              go to lab-aut-01
           end-if.
           if cpf = 0
              go to lab-aut-02
           end-if.
           move cpf to cpf-disp.
           perform dsp-cpf.
      *
       lab-aut-03.
           perform acc-pis.
           if escape-key = 1
              go to lab-aut-02
           end-if.
           if pis = 0
              go to lab-aut-03
           end-if.
      *
       lab-aut-04.
           perform acc-dependentes.
           if escape-key = 1
              go to lab-aut-03
           end-if.
      *
       lab-aut-05.
           perform acc-atividade.
           if escape-key = 1
              go to lab-aut-04
           end-if.
           move atividade to txt.
           perform rot-texto.
           move txt to atividade.
      *
       lab-aut-06.
           move "Gravar o autonomo (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-aut-05
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-aut-01
           else
              if resposta not = "S"
                 go to lab-aut-06
              end-if
           end-if.
           display tela-limpa-cad.
           move codigo to au01-codigo.
           move condicao to au01-condicao.
           move cpf to au01-cpf.
           move pis to au01-pis.
           move dependentes to au01-dependentes.
           move atividade to au01-atividade.
           move param-usr to au01-usuario.
           move param-data to au01-data.
           if flag-au01 = "S"
              rewrite reg-au01 invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-au01 invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move " Erro de gravacao - ARQAU01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-aut-fim
           end-if.
           go to lab-aut-01.
      *
       lab-aut-fim.
           perform rot-close-ab01.
           perform rot-close-au01.
           exit.
      *
      ************************
      *                      *
      *  Emissao do RPA      *
      *                      *
      ************************
      *
       sec-emissao section.
      *
       lab-emi-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-carrega-tabelas.
           if flag-tabelas not = "S"
              move " Parametros do RPA nao cadastrados (T) - Tecle <Ente
      -    "r>" to mensagem
              perform rot-erro-cad
              go to lab-emi-fim
           end-if.
           perform rot-open-au01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-ra01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           display tela-emi.
      *
       lab-emi-01.
           move 0 to codigo.
           perform lmp-codigo thru lmp-numero.
           perform acc-codigo.
           if escape-key = 1
              go to lab-emi-fim
           end-if.
           if codigo = 0
              go to lab-emi-01
           end-if.
           perform rot-le-razao.
           if erro not = 0
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-emi-01
           end-if.
           move codigo to au01-codigo.
           perform rot-le-au01.
           if erro not = 0
              move " Autonomo sem CPF/PIS no cadastro (A) - Tecle <Enter
      -    ">" to mensagem
              perform rot-erro-cad
              go to lab-emi-01
           end-if.
           move au01-dependentes to dependentes.
           perform dsp-codigo.
      *
       lab-emi-02.
           move spaces to origem ref-nome servico.
           move 0 to referencia.
           perform lmp-origem.
           perform acc-origem.
           if escape-key = 1
              go to lab-emi-01
           end-if.
           move origem to txt.
           perform rot-texto.
           move txt to origem.
           if origem not = "P" and "C" and "O"
              go to lab-emi-02
           end-if.
           if origem = "O"
              perform dsp-origem
              go to lab-emi-04
           end-if.
      *
       lab-emi-03.
           move 0 to referencia.
           perform acc-referencia.
           if escape-key = 1
              go to lab-emi-02
           end-if.
           if referencia = 0
              go to lab-emi-03
           end-if.
           move 0 to erro.
           if origem = "P"
              perform rot-open-pa01
              if erro = 0
                 move referencia to pa01-sessao
                 read arqpa01 invalid key move 1 to erro
                 end-read
              end-if
              if erro = 0
                 move pa01-palestrante to ref-nome
                 move spaces to servico
                 string "PALESTRA " pa01-tema delimited by size
                        into servico
                 end-string
              end-if
              perform rot-close-pa01
           else
              perform rot-open-cs01
              if erro = 0
                 move referencia to cs01-turma
                 read arqcs01 invalid key move 1 to erro
                 end-read
              end-if
              if erro = 0
                 move cs01-instrutor to ref-nome
                 move spaces to servico
                 string "CURSO " cs01-descricao delimited by size
                        into servico
                 end-string
              end-if
              perform rot-close-cs01
           end-if.
           if erro not = 0
              move 0 to erro
              move " Sessao/turma nao cadastrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-emi-03
           end-if.
           perform dsp-origem.
      *
       lab-emi-04.
           perform acc-servico.
           if escape-key = 1
              go to lab-emi-02
           end-if.
           move servico to txt.
           perform rot-texto.
           move txt to servico.
           if servico = spaces
              go to lab-emi-04
           end-if.
      *
       lab-emi-05.
           move 0 to valor-aux.
           perform acc-bruto.
           if escape-key = 1
              go to lab-emi-04
           end-if.
           move valor-aux to bruto.
           if bruto = 0
              go to lab-emi-05
           end-if.
           move bruto to valor-disp.
           perform dsp-bruto.
      *
       lab-emi-06.
           move 0 to vencimento.
           perform acc-vencimento.
           if escape-key = 1
              go to lab-emi-05
           end-if.
           move vencimento to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-emi-06
           end-if.
           move dias-corr to vencimento-corr.
      *
       lab-emi-07.
           move 0 to operacao.
           move spaces to doperacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-emi-06
           end-if.
           if operacao = 0
              go to lab-emi-07
           end-if.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           perform rot-le-param.
           if erro not = 0
              move " Operacao nao cadastrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-emi-07
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
      *
       lab-emi-08.
           move 0 to ccusto.
           perform acc-ccusto.
           if escape-key = 1
              go to lab-emi-07
           end-if.
           if ccusto not = 0
              move 27 to wtab01-tipo
              move ccusto to wtab01-codigo
              perform rot-le-param
              if erro not = 0
                 move " Centro de custo nao cadastrado (tabela 27) - Te
      -          "cle <Enter>" to mensagem
                 perform rot-erro-cad
                 go to lab-emi-08
              end-if
           end-if.
      *
      *    Calculo e conferencia
      *
           perform rot-base-mes thru rot-base-mes-fim.
           perform rot-calcula thru rot-calcula-1.
           perform dsp-calculo.
      *
       lab-emi-09.
           move "Emitir o RPA (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              perform lmp-inss thru lmp-liquido
              go to lab-emi-08
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-emi-01
           else
              if resposta not = "S"
                 go to lab-emi-09
              end-if
           end-if.
           display tela-limpa-cad.
      *
      *    Numera e grava o RPA
      *
           move high-values to ra01-chave-controle.
           perform rot-ponteiro-ra01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-le-ra01-lock.
           add 1 to ra01-ult-numero.
           move ra01-ult-numero to numero.
           rewrite reg-ra01-1 invalid key
                   move 1 to erro
                   go to lab-emi-fim
           end-rewrite.
           unlock arqra01 records.
           perform dsp-numero.
           move numero to ra01-numero.
           move codigo to ra01-codigo.
           move param-data to ra01-emissao.
           move condicao to ra01-condicao.
           move origem to ra01-origem.
           move referencia to ra01-referencia.
           move servico to ra01-servico.
           move vencimento-corr to ra01-vencimento.
           move bruto to ra01-bruto.
           move dependentes to ra01-dependentes.
           move base-inss to ra01-base-inss.
           move inss to ra01-inss.
           move patronal to ra01-patronal.
           move base-irrf to ra01-base-irrf.
           move irrf to ra01-irrf.
           move liquido to ra01-liquido.
           move operacao to ra01-operacao.
           move ccusto to ra01-ccusto.
           move param-usr to ra01-usuario.
           move param-data to ra01-data.
           write reg-ra01 invalid key
                 move " Erro de gravacao - ARQRA01A.DAT - Tecle <Enter>"
                 to mensagem
                 perform rot-erro-cad
                 go to lab-emi-fim
           end-write.
      *
      *    Liquido ao autonomo: pendente de aprovacao como os
      *    titulos digitados
      *
           move numero to doc-rpa-numero obs-rpa-numero.
           move "L" to doc-rpa-tipo.
           move doc-rpa to re01-documento.
           move codigo to re01-codigo.
           move condicao to re01-condicao.
           move vencimento-corr to re01-vencimento.
           move liquido to re01-valor.
           move "RPA NUMERO" to obs-rpa-texto.
           move obs-rpa to re01-obs.
           move operacao to re01-operacao.
           move ccusto to re01-ccusto.
           move spaces to re01-aprovado.
           perform rot-grava-titulo.
      *
      *    Impostos: vencimento dia 20 do mes seguinte (aritmetica
      *    de 360 dias), ja aprovados como as guias do pgir01
      *
           compute venc-imposto = comp-ini - 1 + 30 + 20.
           if inss + patronal > 0
              move "I" to doc-rpa-tipo
              move doc-rpa to re01-documento
              move par-cred-inss to re01-codigo
              move "F" to re01-condicao
              move venc-imposto to re01-vencimento
              compute re01-valor = inss + patronal
              move "INSS RPA" to obs-rpa-texto
              move obs-rpa to re01-obs
              move par-oper-imp to re01-operacao
              move ccusto to re01-ccusto
              move "S" to re01-aprovado
              perform rot-grava-titulo
           end-if.
           if irrf > 0
              move "R" to doc-rpa-tipo
              move doc-rpa to re01-documento
              move par-cred-irrf to re01-codigo
              move "F" to re01-condicao
              move venc-imposto to re01-vencimento
              move irrf to re01-valor
              move "IRRF RPA" to obs-rpa-texto
              move obs-rpa to re01-obs
              move par-oper-imp to re01-operacao
              move ccusto to re01-ccusto
              move "S" to re01-aprovado
              perform rot-grava-titulo
           end-if.
      *
      *    Recibo p/ assinatura
      *
           perform rot-open-imp.
           if erro = 0
              perform rot-imprime-rpa
              perform rot-close-imp
              move "RPA emitido e impresso - Tecle <Enter>" to mensagem
           else
              move 0 to erro
              move "RPA emitido - use a funcao I p/ imprimir - Tecle <E
      -       "nter>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-emi-01.
      *
       lab-emi-fim.
           perform rot-close-re01.
           perform rot-close-ab01.
           perform rot-close-ra01.
           perform rot-close-au01.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  2a via do RPA       *
      *                      *
      ************************
      *
       sec-reimpressao section.
      *
       lab-imp-00.
           perform rot-open-ra01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-au01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           display tela-num.
      *
       lab-imp-01.
           move 0 to numero.
           perform lmp-num-rpa.
           perform acc-num-rpa.
           if escape-key = 1
              go to lab-imp-fim
           end-if.
           if numero = 0
              go to lab-imp-01
           end-if.
           move numero to ra01-numero.
           perform rot-le-ra01.
           if erro not = 0 or ra01-chave = high-values
              move " RPA nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-imp-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-imprime-rpa.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-imp-01.
      *
       lab-imp-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-au01.
           perform rot-close-ra01.
           exit.
      *
      ************************
      *                      *
      *  Resumo mensal INSS  *
      *                      *
      ************************
      *
       sec-resumo section.
      *
       lab-res-00.
           display tela-comp.
      *
       lab-res-01.
           move 0 to sele-mes sele-ano.
           perform lmp-competencia.
           perform acc-competencia.
           if escape-key = 1
              go to lab-res-fim
           end-if.
           if sele-mes = 0 or sele-mes > 12
              go to lab-res-01
           end-if.
           compute comp-ini = (sele-ano * 360) + (sele-mes * 30) + 1.
           compute comp-fim = comp-ini + 29.
           perform rot-open-ra01.
           if erro not = 0
              go to lab-res-fim
           end-if.
           perform rot-open-au01.
           if erro not = 0
              go to lab-res-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-res-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-res-fim
           end-if.
           move spaces to cab-competencia.
           string sele-mes "/" sele-ano delimited by size
                  into cab-competencia
           end-string.
           move 99 to linha.
           move 0 to pagina res-codigo res-qtd tot-autonomos.
           move 0 to res-bruto res-base res-inss res-patronal.
           move 0 to tot-bruto tot-base tot-inss tot-patronal.
      *
      *    Leitura por autonomo + emissao (chave-1)
      *
           move low-values to ra01-chave-1.
           start arqra01 key is not less ra01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-res-03
           end-if.
      *
       lab-res-02.
           perform rot-le-prox-ra01.
           if erro not = 0
              move 0 to erro
              go to lab-res-03
           end-if.
           if ra01-chave = high-values
              go to lab-res-02
           end-if.
           if ra01-emissao < comp-ini or ra01-emissao > comp-fim
              go to lab-res-02
           end-if.
           if ra01-codigo not = res-codigo
              perform rot-res-linha
              move ra01-codigo to res-codigo
           end-if.
           add 1 to res-qtd.
           add ra01-bruto to res-bruto.
           add ra01-base-inss to res-base.
           add ra01-inss to res-inss.
           add ra01-patronal to res-patronal.
           go to lab-res-02.
      *
       lab-res-03.
           perform rot-res-linha.
           if pagina = 0
              move "Nenhum RPA na competencia - Tecle <Enter>" to
              mensagem
           else
              write reg-imp from tracos after 1 line
              move tot-autonomos to cab-tot-qtd
              move tot-bruto to cab-tot-bruto
              move tot-base to cab-tot-base
              move tot-inss to cab-tot-inss
              move tot-patronal to cab-tot-patronal
              write reg-imp from cab-total after 1 line
              write reg-imp from spaces after page
              move "Impressao concluida - Tecle <Enter>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           perform rot-close-imp.
           go to lab-res-01.
      *
       lab-res-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-au01.
           perform rot-close-ra01.
           perform lmp-competencia.
           exit.
      *
      *    Linha do autonomo acumulado (res-codigo)
      *
       rot-res-linha.
           if res-qtd = 0
              go to rot-res-linha-fim
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move res-codigo to cab-codigo codigo au01-codigo.
           perform rot-le-razao.
           move razao-social to cab-nome.
           perform rot-le-au01.
           if erro = 0
              move au01-cpf to cab-cpf
              move au01-pis to cab-pis
           else
              move 0 to cab-cpf cab-pis
           end-if.
           move 0 to erro.
           move res-bruto to cab-bruto.
           move res-base to cab-base.
           move res-inss to cab-inss.
           move res-patronal to cab-patronal.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha tot-autonomos.
           add res-bruto to tot-bruto.
           add res-base to tot-base.
           add res-inss to tot-inss.
           add res-patronal to tot-patronal.
           move 0 to res-qtd res-bruto res-base res-inss res-patronal.
       rot-res-linha-fim.
           exit.
      *
      ************************
      *                      *
      *  Tabelas INSS/IRRF   *
      *                      *
      ************************
      *
       sec-tabelas section.
      *
       lab-tab-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-tab-fim
           end-if.
           perform rot-carrega-tabelas.
           display tela-tab.
      *
       lab-tab-01.
           move par-aliq-inss to perc-aux.
           perform acc-aliq-inss.
           if escape-key = 1
              go to lab-tab-fim
           end-if.
           move perc-aux to par-aliq-inss.
      *
       lab-tab-02.
           move par-teto to valor-aux.
           perform acc-teto.
           if escape-key = 1
              go to lab-tab-01
           end-if.
           move valor-aux to par-teto.
      *
       lab-tab-03.
           move par-aliq-patr to perc-aux.
           perform acc-aliq-patr.
           if escape-key = 1
              go to lab-tab-02
           end-if.
           move perc-aux to par-aliq-patr.
      *
       lab-tab-04.
           move par-ded-dep to valor-aux.
           perform acc-ded-dep.
           if escape-key = 1
              go to lab-tab-03
           end-if.
           move valor-aux to par-ded-dep.
      *
       lab-tab-05.
           perform acc-cred-inss.
           if escape-key = 1
              go to lab-tab-04
           end-if.
           perform acc-cred-irrf.
           if escape-key = 1
              go to lab-tab-05
           end-if.
      *
       lab-tab-06.
           perform acc-oper-imp.
           if escape-key = 1
              go to lab-tab-05
           end-if.
      *
       lab-tab-07.
           move "Gravar os parametros (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-tab-06
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-tab-08
           else
              if resposta not = "S"
                 go to lab-tab-07
              end-if
           end-if.
           display tela-limpa-cad.
           move 45 to wtab01-tipo.
           move 1 to wtab01-codigo.
           move "PARAMETROS RPA - INSS" to wtab01-descricao.
           move par-inss to wtab01-resto.
           perform rot-grava-param.
           move 45 to wtab01-tipo.
           move 2 to wtab01-codigo.
           move "PARAMETROS RPA - IRRF" to wtab01-descricao.
           move par-irrf to wtab01-resto.
           perform rot-grava-param.
           move 45 to wtab01-tipo.
           move 3 to wtab01-codigo.
           move "PARAMETROS RPA - TITULOS DE IMPOSTOS" to
                wtab01-descricao.
           move par-credor to wtab01-resto.
           perform rot-grava-param.
      *
      *    Faixas do IRRF
      *
       lab-tab-08.
           move 0 to faixa.
           perform lmp-faixa.
           perform acc-faixa.
           if escape-key = 1
              go to lab-tab-fim
           end-if.
           if faixa = 0
              go to lab-tab-08
           end-if.
           move 46 to wtab01-tipo.
           move faixa to wtab01-codigo.
           perform rot-le-param.
           if erro = 0
              move tabl-resto to par-faixa
           end-if.
           if erro not = 0 or fx-limite not numeric or
              fx-aliq not numeric or fx-deducao not numeric
              move 0 to fx-limite fx-aliq fx-deducao
           end-if.
           move 0 to erro.
      *
       lab-tab-09.
           move fx-limite to valor-aux.
           perform acc-fx-limite.
           if escape-key = 1
              go to lab-tab-08
           end-if.
           move valor-aux to fx-limite.
           move fx-aliq to perc-aux.
           perform acc-fx-aliq.
           if escape-key = 1
              go to lab-tab-09
           end-if.
           move perc-aux to fx-aliq.
      *
       lab-tab-10.
           move fx-deducao to valor-aux.
           perform acc-fx-deducao.
           if escape-key = 1
              go to lab-tab-09
           end-if.
           move valor-aux to fx-deducao.
      *
       lab-tab-11.
           move "Gravar a faixa (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-tab-10
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-tab-08
           else
              if resposta not = "S"
                 go to lab-tab-11
              end-if
           end-if.
           display tela-limpa-cad.
           move 46 to wtab01-tipo.
           move faixa to wtab01-codigo.
           move spaces to wtab01-descricao.
           string "FAIXA IRRF RPA " faixa delimited by size
                  into wtab01-descricao
           end-string.
           move par-faixa to wtab01-resto.
           perform rot-grava-param.
           go to lab-tab-08.
      *
       lab-tab-fim.
           perform lmp-faixa.
           perform rot-close-tabl.
           exit.
      *
      *    Grava/atualiza o registro wtab01-tipo/wtab01-codigo com
      *    wtab01-descricao e wtab01-resto
      *
       rot-grava-param.
           move wtab01-descricao to param-descricao.
           move wtab01-resto to param-resto.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           move wtab01-chave to tabl-chave.
           move wtab01-tipo to tabl-tipo-1.
           move param-descricao to tabl-descricao-1 tabl-descricao.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move param-resto to tabl-resto.
           if erro = 0
              rewrite reg-tabl invalid key
                      continue
              end-rewrite
           else
              write reg-tabl invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
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
       acc-codigo.
           accept codigo at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cpf.
           accept cpf at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-pis.
           accept pis at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dependentes.
           accept dependentes at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-atividade.
           accept atividade at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-origem.
           accept origem at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-referencia.
           accept referencia at 1131 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-servico.
           accept servico at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-bruto.
           accept valor-aux at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-vencimento.
           accept vencimento at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ccusto.
           accept ccusto at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-num-rpa.
           accept numero at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-competencia.
           accept sele-mes at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-competencia-fim
           end-if.
           accept sele-ano at 1032 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-competencia-fim.
           exit.
      *
       acc-aliq-inss.
           accept perc-aux at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-teto.
           accept valor-aux at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-aliq-patr.
           accept perc-aux at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ded-dep.
           accept valor-aux at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cred-inss.
           accept par-cred-inss at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cred-irrf.
           accept par-cred-irrf at 1436 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-oper-imp.
           accept par-oper-imp at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-faixa.
           accept faixa at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fx-limite.
           accept valor-aux at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fx-aliq.
           accept perc-aux at 1848 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fx-deducao.
           accept valor-aux at 1929 with auto update prompt
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
       dsp-codigo.
           display codigo at 1029 with foreground-color 15
                   background-color 01.
           display razao-social(1:34) at 1036 with foreground-color 15
                   background-color 01.
      *
       dsp-cpf.
           display cpf-disp at 1129 with foreground-color 15
                   background-color 01.
      *
       dsp-origem.
           display origem at 1129 with foreground-color 15
                   background-color 01.
           if origem not = "O"
              display referencia at 1131 with foreground-color 15
                      background-color 01
              display ref-nome at 1138 with foreground-color 15
                      background-color 01
           end-if.
           display servico at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-bruto.
           display valor-disp at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-operacao.
           display doperacao at 1534 with foreground-color 15
                   background-color 01.
      *
       dsp-calculo.
           move inss to valor-disp.
           display valor-disp at 1729 with foreground-color 15
                   background-color 01.
           move patronal to valor-disp.
           display valor-disp at 1748 with foreground-color 15
                   background-color 01.
           move irrf to valor-disp.
           display valor-disp at 1829 with foreground-color 15
                   background-color 01.
           move base-irrf to valor-disp.
           display valor-disp at 1848 with foreground-color 15
                   background-color 01.
           move liquido to valor-disp.
           display valor-disp at 1929 with foreground-color 15
                   background-color 01.
      *
       dsp-numero.
           display numero at 2029 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-cpf.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-pis.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-dependentes.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-atividade.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-ccusto.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-inss.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-irrf.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-liquido.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-numero.
           display limpa at 2029 with foreground-color 15
                   background-color 01.
      *
       lmp-origem.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-num-rpa.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-competencia.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-faixa.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
