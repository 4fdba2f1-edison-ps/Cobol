      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGAM01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Memorandos ADM/ACM das Cias Aereas :                       *
      *                                                             *
      *  (M)emorando - registro do ADM/ACM recebido via BSP por     *
      *                bilhete; a agencia emissora vem do ARQBS01   *
      *                (vendas BSP) ou, p/ bilhete fora do BSP, do  *
      *                T.K.T. do balcao (ARQAB05);                  *
      *  (S)ituacao  - disputa, cancelamento pela cia ou aceite.    *
      *                O ADM aceito vira titulo da agencia no       *
      *                ARQRC01; o ACM aceito vira credito no        *
      *                ARQCR01 (rotcr01, origem "I");               *
      *  (R)elatorio - memorandos em aberto (pendentes e em         *
      *                disputa) por cia aerea, com o prazo de       *
      *                contestacao e os dias restantes.             *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgam01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqam01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is am01-chave
                  alternate record key is am01-chave-1 with duplicates
                  file status is am01-status.
      *
           select arqbs01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is bs01-chave
                  alternate record key is bs01-chave-1 with duplicates
                  alternate record key is bs01-chave-2 with duplicates
                  alternate record key is bs01-chave-3 with duplicates
                  file status is bs01-status.
      *
           select arqab05 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ab05-chave
                  alternate record key is ab05-chave-1 with duplicates
                  alternate record key is ab05-chave-2 with duplicates
                  alternate record key is ab05-chave-3 with duplicates
                  alternate record key is ab05-chave-4 with duplicates
                  alternate record key is ab05-chave-5 with duplicates
                  alternate record key is ab05-chave-6 with duplicates
                  alternate record key is ab05-chave-7 with duplicates
                  alternate record key is ab05-chave-8 with duplicates
                  alternate record key is ab05-chave-9 with duplicates
                  alternate record key is ab05-chave-10 with duplicates
                  file status is ab05-status.
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
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdam01.lib.
      *
       copy fdbs01.lib.
      *
       copy fdab05.lib.
      *
       copy fdab01.lib.
      *
       copy fdrc01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 am01-status                  pic x(02) value "00".
       01 am01-stat                    pic x(01) value "F".
      *
       01 nome-arq-am01.
          02 am01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 am01-nome                 pic x(08) value "ARQAM01A".
          02 filler                    pic x(01) value ".".
          02 am01-ext                  pic x(03) value "DAT".
      *
       01 bs01-status                  pic x(02) value "00".
       01 bs01-stat                    pic x(01) value "F".
      *
       01 nome-arq-bs01.
          02 bs01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 bs01-nome                 pic x(08) value "ARQBS01A".
          02 filler                    pic x(01) value ".".
          02 bs01-ext                  pic x(03) value "DAT".
      *
       01 ab05-status                  pic x(02) value "00".
       01 ab05-stat                    pic x(01) value "F".
      *
       01 nome-arq-ab05.
          02 ab05-dir                  pic x(03) value "AB3".
          02 filler                    pic x(01) value "\".
          02 ab05-nome                 pic x(08) value "ARQAB05A".
          02 filler                    pic x(01) value ".".
          02 ab05-ext                  pic x(03) value "DAT".
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
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGAM01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 bilhete                   pic 9(07) value 0.
          02 memo                      pic x(10) value spaces.
          02 cia                       pic x(02) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 tkt                       pic 9(05) value 0.
          02 tipo                      pic x(01) value spaces.
          02 motivo                    pic x(01) value spaces.
          02 valor-aux                 pic z(08)9,9(02) value 0.
          02 emissao                   pic 9(06) value 0.
          02 prazo                     pic 9(06) value 0.
          02 obs                       pic x(40) value spaces.
          02 situacao                  pic x(01) value spaces.
          02 situacao-ant              pic x(01) value spaces.
          02 vencimento                pic 9(06) value 0.
          02 portador                  pic 9(03) value 0.
          02 operacao                  pic 9(03) value 0.
          02 razao                     pic x(30) value spaces.
          02 desc-situacao             pic x(12) value spaces.
          02 documento                 pic x(10) value spaces.
      *
       01 flag-existe                  pic x(01) value spaces.
       01 valor-memo                   pic 9(09)v9(02) value 0.
       01 hoje-sec                     pic 9(06) value 0.
       01 prazo-sec                    pic 9(06) value 0.
       01 cia-ant                      pic x(02) value spaces.
      *
       01 doc-memo.
          02 doc-memo-tipo             pic x(03) value spaces.
          02 doc-memo-seq              pic 9(07) value 0.
      *
       01 obs-titulo.
          02 obs-tit-tipo              pic x(03) value spaces.
          02 filler                    pic x(01) value spaces.
          02 obs-tit-cia               pic x(02) value spaces.
          02 filler                    pic x(06) value " BILH ".
          02 obs-tit-bilhete           pic 9(07) value 0.
          02 filler                    pic x(01) value spaces.
          02 obs-tit-memo              pic x(10) value spaces.
      *
       01 campo-credito.
          02 crd-par-codigo            pic 9(05) value 0.
          02 crd-par-condicao          pic x(01) value spaces.
          02 crd-par-tipo              pic x(01) value spaces.
          02 crd-par-origem            pic x(01) value spaces.
          02 crd-par-documento         pic x(10) value spaces.
          02 crd-par-valor             pic 9(11)v9(02) value 0.
          02 crd-par-data              pic 9(06) value 0.
          02 crd-par-obs               pic x(30) value spaces.
          02 crd-par-usr               pic x(10) value spaces.
          02 crd-par-ok                pic x(01) value spaces.
      *
       01 tot-cia-adm                  pic 9(11)v9(02) value 0.
       01 tot-cia-acm                  pic 9(11)v9(02) value 0.
       01 tot-cia-qtd                  pic 9(05) value 0.
       01 tot-cia-vencido              pic 9(05) value 0.
       01 tot-ger-adm                  pic 9(11)v9(02) value 0.
       01 tot-ger-acm                  pic 9(11)v9(02) value 0.
       01 tot-ger-qtd                  pic 9(05) value 0.
       01 tot-ger-vencido              pic 9(05) value 0.
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
          02 filler                    pic x(50) value
          "ADM/ACM em Aberto por Cia Aerea".
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(08) value "Bilhete".
          02 filler                    pic x(11) value "Memo".
          02 filler                    pic x(04) value "Tp".
          02 filler                    pic x(02) value "M".
          02 filler                    pic x(22) value "Agencia".
          02 filler                    pic x(09) value "Prazo".
          02 filler                    pic x(06) value " Dias".
          02 filler                    pic x(05) value "Sit.".
          02 filler                    pic x(13) value
             "        Valor".
      *
       01 cab-cia.
          02 filler                    pic x(10) value "Cia Aerea ".
          02 cab-cia-sigla             pic x(02) value spaces.
      *
       01 cab-lin.
          02 cab-lin-bilhete           pic 9(07) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-memo              pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-tipo              pic x(03) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-motivo            pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-codigo            pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-razao             pic x(15) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-prazo             pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-dias              pic ---9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-situacao          pic x(04) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-valor             pic z.zzz.zz9,99 value 0.
      *
       01 cab-tot.
          02 cab-tot-txt               pic x(20) value spaces.
          02 filler                    pic x(05) value "Qtd: ".
          02 cab-tot-qtd               pic zzzz9 value 0.
          02 filler                    pic x(10) value "  Venc.: ".
          02 cab-tot-vencido           pic zzzz9 value 0.
          02 filler                    pic x(07) value "  ADM: ".
          02 cab-tot-adm               pic zz.zzz.zz9,99 value 0.
          02 filler                    pic x(07) value "  ACM: ".
          02 cab-tot-acm               pic zz.zzz.zz9,99 value 0.
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
          02 line 07 column 38 foreground-color 06 background-color 01
             highlight value "Memorandos ADM/ACM das Cias Aereas".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (M/S/R).......:".
      *
       01 tela-memo.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Bilhete..............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Memo da cia..........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Cia / agencia........:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "T.K.T. (fora do BSP).:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Tipo (A=ADM C=ACM)...:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Motivo...............:".
          02 line 15 column 33 foreground-color 06 background-color 01
             highlight value "T-Tarifa C-Comissao N-No-show O-Outros".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Valor................:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Emissao / prazo......:".
          02 line 17 column 31 foreground-color 06 background-color 01
             highlight value "/  /   a    /  /".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Observacao...........:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Situacao.............:".
      *
       01 tela-aceite.
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Vencto/portador/oper.:".
          02 line 20 column 31 foreground-color 06 background-color 01
             highlight value "/  /".
      *
       01 tela-relatorio.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Cia aerea (branco=todas):".
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
       rot-open-am01.
           move 0 to erro.
           if am01-stat = "F"
              open i-o arqam01
              if am01-status = "35"
                 open output arqam01
                 move zeros to reg-am01-1
                 move high-values to am01-controle
                 move 0 to am01-ult-seq
                 write reg-am01-1
                 close arqam01
                 open i-o arqam01
              end-if
              if am01-status not = "00"
                 move
                 " Erro de abertura no ARQAM01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to am01-stat
              end-if
           end-if.
      *
       rot-close-am01.
           if am01-stat = "A"
              close arqam01
              move "F" to am01-stat
           end-if.
      *
       rot-le-am01.
           move 0 to erro.
           read arqam01 invalid key move 1 to erro.
           if am01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-am01
           end-if.
      *
       rot-le-prox-am01.
           move 0 to erro.
           read arqam01 next record at end move 1 to erro.
           if am01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-am01
           end-if.
      *
       rot-open-bs01.
           move 0 to erro.
           if bs01-stat = "F"
              open input arqbs01
      *       sem vendas BSP importadas o bilhete sai pelo T.K.T.
              if bs01-status = "35"
                 move "N" to bs01-stat
              end-if
              if bs01-stat = "F"
                 if bs01-status not = "00"
                    move
                    " Erro de abertura no ARQBS01A.DAT - Tecle <Enter>"
                    to mensagem
                    display tela-erro
                    perform rot-keypress
                    display tela-limpa
                    move 1 to erro
                 else
                    move "A" to bs01-stat
                 end-if
              end-if
           end-if.
      *
       rot-close-bs01.
           if bs01-stat = "A"
              close arqbs01
           end-if.
           move "F" to bs01-stat.
      *
       rot-le-bs01.
           move 0 to erro.
           if bs01-stat not = "A"
              move 1 to erro
              go to rot-le-bs01-fim
           end-if.
           read arqbs01 invalid key move 1 to erro.
           if bs01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-bs01
           end-if.
       rot-le-bs01-fim.
           exit.
      *
       rot-open-ab05.
           move 0 to erro.
           if ab05-stat = "F"
              open input arqab05
              if ab05-status not = "00"
                 move
                 " Erro de abertura no ARQAB05A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ab05-stat
              end-if
           end-if.
      *
       rot-close-ab05.
           if ab05-stat = "A"
              close arqab05
              move "F" to ab05-stat
           end-if.
      *
       rot-le-ab05.
           move 0 to erro.
           read arqab05 invalid key move 1 to erro.
           if ab05-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-ab05
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
           add 1 to pagina.
           move pagina to cab-pagina.
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
           move 6 to linha.
      *
      *    Agencia emissora: ARQBS01 pelo bilhete; sem BSP, pelo
      *    T.K.T. do balcao. Codigo incorporado a outro (pgab0f)
      *    segue p/ o codigo novo
      *
       rot-agencia.
           move 0 to erro.
           move spaces to razao.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              go to rot-agencia-fim
           end-if.
           if ab01-codigo-novo not = 0
              move ab01-codigo-novo to codigo ab01-codigo
              perform rot-le-ab01
              if erro not = 0
                 go to rot-agencia-fim
              end-if
           end-if.
           move ab01-razao-social to razao.
       rot-agencia-fim.
           exit.
      *
      *    Proximo numero de documento (registro de controle)
      *
       rot-proximo-doc.
           move high-values to am01-controle.
           perform rot-le-am01.
           if erro not = 0
              move zeros to reg-am01-1
              move high-values to am01-controle
              move 0 to am01-ult-seq
              write reg-am01-1 invalid key
                    continue
              end-write
              move 0 to erro
           end-if.
           add 1 to am01-ult-seq.
           move am01-ult-seq to doc-memo-seq.
           rewrite reg-am01-1 invalid key
                   continue
           end-rewrite.
      *
       rot-desc-situacao.
           evaluate situacao
                    when "P" move "PENDENTE" to desc-situacao
                    when "D" move "EM DISPUTA" to desc-situacao
                    when "A" move "ACEITO" to desc-situacao
                    when "C" move "CANCELADO" to desc-situacao
                    when other move spaces to desc-situacao
           end-evaluate.
      *
       rot-carrega-memo.
           move am01-cia to cia.
           move am01-situacao to situacao.
           move am01-tipo to tipo.
           move am01-motivo to motivo.
           move am01-codigo to codigo.
           move am01-tkt to tkt.
           move am01-valor to valor-aux.
           move am01-emissao to emissao.
           move am01-prazo to prazo.
           move am01-documento to documento.
           move am01-obs to obs.
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
      *    Relatorio: quebra por cia
      *
       rot-total-cia.
           if tot-cia-qtd = 0
              go to rot-total-cia-fim
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move "  Total da cia" to cab-tot-txt.
           move tot-cia-qtd to cab-tot-qtd.
           move tot-cia-vencido to cab-tot-vencido.
           move tot-cia-adm to cab-tot-adm.
           move tot-cia-acm to cab-tot-acm.
           write reg-imp from cab-tot after 1 line.
           add 1 to linha.
           add tot-cia-qtd to tot-ger-qtd.
           add tot-cia-vencido to tot-ger-vencido.
           add tot-cia-adm to tot-ger-adm.
           add tot-cia-acm to tot-ger-acm.
           move 0 to tot-cia-qtd tot-cia-vencido tot-cia-adm
                     tot-cia-acm.
       rot-total-cia-fim.
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
           if funcao not = "M" and "S" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "M"
                         perform sec-memorando
                    when funcao = "S"
                         perform sec-situacao
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
      *  Registro do memo    *
      *                      *
      ************************
      *
       sec-memorando section.
      *
       lab-mem-00.
           perform rot-open-am01.
           if erro not = 0
              go to lab-mem-fim
           end-if.
           perform rot-open-bs01.
           if erro not = 0
              go to lab-mem-fim
           end-if.
           perform rot-open-ab05.
           if erro not = 0
              go to lab-mem-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-mem-fim
           end-if.
           display tela-memo.
      *
       lab-mem-01.
           move 0 to bilhete.
           perform lmp-bilhete thru lmp-situacao.
           perform acc-bilhete.
           if escape-key = 1
              go to lab-mem-fim
           end-if.
           if bilhete = 0
              go to lab-mem-01
           end-if.
      *
       lab-mem-02.
           move spaces to memo.
           perform lmp-memo thru lmp-situacao.
           perform acc-memo.
           if escape-key = 1
              go to lab-mem-01
           end-if.
           move memo to txt.
           perform rot-texto.
           move txt to memo.
           if memo = spaces
              go to lab-mem-02
           end-if.
           move bilhete to am01-bilhete.
           move memo to am01-memo.
           perform rot-le-am01.
           if erro = 0
              move "S" to flag-existe
              perform rot-carrega-memo
              perform rot-agencia thru rot-agencia-fim
              move 0 to erro
              perform dsp-memo-todos
              if situacao = "A" or "C"
                 move " Memorando encerrado - somente consulta - Tecle
      -          "<Enter>" to mensagem
                 perform rot-erro-cad
                 go to lab-mem-02
              end-if
              go to lab-mem-04
           end-if.
           move "N" to flag-existe.
           move 0 to erro tkt valor-aux emissao prazo.
           move spaces to tipo motivo obs documento.
           move "P" to situacao.
           move bilhete to bs01-bilhete.
           perform rot-le-bs01 thru rot-le-bs01-fim.
           if erro = 0
              move bs01-cia to cia
              move bs01-codigo to codigo
              go to lab-mem-03a
           end-if.
           move 0 to erro.
           move " Bilhete fora das vendas BSP - informe o TKT - Tecle <E
      -    "nter>" to mensagem.
           perform rot-erro-cad.
      *
       lab-mem-03.
           perform acc-tkt.
           if escape-key = 1
              go to lab-mem-02
           end-if.
           if tkt = 0
              go to lab-mem-03
           end-if.
           move tkt to ab05-codigo.
           perform rot-le-ab05.
           if erro not = 0
              move 0 to erro
              move " T.K.T. nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-mem-03
           end-if.
           if ab05-cons = 0
              move " T.K.T. sem agencia - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-mem-03
           end-if.
           move ab05-cia to cia.
           move ab05-cons to codigo.
      *
       lab-mem-03a.
           perform rot-agencia thru rot-agencia-fim.
           if erro not = 0
              move 0 to erro
              move " Agencia emissora nao cadastrada - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-mem-02
           end-if.
           perform dsp-agencia.
           perform dsp-situacao.
      *
       lab-mem-04.
           perform acc-tipo.
           if escape-key = 1
              go to lab-mem-02
           end-if.
           move tipo to txt.
           perform rot-texto.
           move txt to tipo.
           if tipo not = "A" and "C"
              go to lab-mem-04
           end-if.
      *
       lab-mem-05.
           perform acc-motivo.
           if escape-key = 1
              go to lab-mem-04
           end-if.
           move motivo to txt.
           perform rot-texto.
           move txt to motivo.
           if motivo not = "T" and "C" and "N" and "O"
              go to lab-mem-05
           end-if.
      *
       lab-mem-06.
           perform acc-valor.
           if escape-key = 1
              go to lab-mem-05
           end-if.
           move valor-aux to valor-memo.
           if valor-memo = 0
              go to lab-mem-06
           end-if.
      *
       lab-mem-07.
           move 0 to dia-euro mes-euro ano-euro.
           if emissao not = 0
              move emissao to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform acc-emissao thru acc-emissao-fim.
           if escape-key = 1
              go to lab-mem-06
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-mem-07
           end-if.
           move dias-corr to emissao.
           if prazo = 0
              compute prazo = emissao + 15
           end-if.
      *
       lab-mem-08.
           move prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform acc-prazo thru acc-prazo-fim.
           if escape-key = 1
              go to lab-mem-07
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-mem-08
           end-if.
           move dias-corr to prazo.
           move emissao to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to hoje-sec.
           move prazo to data-sec-in.
           perform rot-data-sec.
           if data-sec-out < hoje-sec
              perform rot-data-i
              go to lab-mem-08
           end-if.
      *
       lab-mem-09.
           perform acc-obs.
           if escape-key = 1
              go to lab-mem-08
           end-if.
           move obs to txt.
           perform rot-texto.
           move txt to obs.
      *
       lab-mem-10.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-mem-09
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-mem-02
           else
              if resposta not = "S"
                 go to lab-mem-10
              end-if
           end-if.
           display tela-limpa-cad.
           move bilhete to am01-bilhete.
           move memo to am01-memo.
           perform rot-le-am01.
           move bilhete to am01-bilhete.
           move memo to am01-memo.
           move cia to am01-cia.
           move situacao to am01-situacao.
           move tipo to am01-tipo.
           move motivo to am01-motivo.
           move codigo to am01-codigo.
           move tkt to am01-tkt.
           move valor-memo to am01-valor.
           move emissao to am01-emissao.
           move prazo to am01-prazo.
           move documento to am01-documento.
           move obs to am01-obs.
           move param-usr to am01-usuario.
           move param-data to am01-data.
           if erro = 0
              rewrite reg-am01 invalid key
                      continue
              end-rewrite
           else
              write reg-am01 invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-mem-02.
      *
       lab-mem-fim.
           perform rot-close-ab01.
           perform rot-close-ab05.
           perform rot-close-bs01.
           perform rot-close-am01.
           exit.
      *
      ************************
      *                      *
      *  Disputa / aceite    *
      *                      *
      ************************
      *
       sec-situacao section.
      *
       lab-sit-00.
           perform rot-open-am01.
           if erro not = 0
              go to lab-sit-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-sit-fim
           end-if.
           display tela-memo.
      *
       lab-sit-01.
           move 0 to bilhete.
           perform lmp-bilhete thru lmp-situacao.
           perform lmp-aceite.
           perform acc-bilhete.
           if escape-key = 1
              go to lab-sit-fim
           end-if.
           if bilhete = 0
              go to lab-sit-01
           end-if.
      *
       lab-sit-02.
           move spaces to memo.
           perform lmp-memo thru lmp-situacao.
           perform lmp-aceite.
           perform acc-memo.
           if escape-key = 1
              go to lab-sit-01
           end-if.
           move memo to txt.
           perform rot-texto.
           move txt to memo.
           if memo = spaces
              go to lab-sit-02
           end-if.
           move bilhete to am01-bilhete.
           move memo to am01-memo.
           perform rot-le-am01.
           if erro not = 0
              move 0 to erro
              move " Memorando nao cadastrado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-sit-02
           end-if.
           perform rot-carrega-memo.
           move am01-valor to valor-memo.
           perform rot-agencia thru rot-agencia-fim.
           move 0 to erro.
           perform dsp-memo-todos.
           if situacao = "A" or "C"
              move " Memorando encerrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-sit-02
           end-if.
           move situacao to situacao-ant.
      *
       lab-sit-03.
           move "Nova situacao: D-Em disputa A-Aceito C-Cancelado pela
      -    " cia" to mensagem.
           display tela-mensagem-cad.
           perform acc-situacao.
           display tela-limpa-cad.
           if escape-key = 1
              move situacao-ant to situacao
              perform dsp-situacao
              go to lab-sit-02
           end-if.
           move situacao to txt.
           perform rot-texto.
           move txt to situacao.
           if situacao not = "D" and "A" and "C"
              go to lab-sit-03
           end-if.
           perform dsp-situacao.
      *
       lab-sit-04.
           perform acc-obs.
           if escape-key = 1
              go to lab-sit-03
           end-if.
           move obs to txt.
           perform rot-texto.
           move txt to obs.
           if situacao not = "A" or tipo not = "A"
              go to lab-sit-08
           end-if.
      *
      *    ADM aceito: dados do titulo da agencia
      *
           display tela-aceite.
      *
       lab-sit-05.
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-vencimento thru acc-vencimento-fim.
           if escape-key = 1
              perform lmp-aceite
              go to lab-sit-04
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-sit-05
           end-if.
           move dias-corr to vencimento.
      *
       lab-sit-06.
           move 0 to portador.
           perform acc-portador.
           if escape-key = 1
              go to lab-sit-05
           end-if.
      *
       lab-sit-07.
           move 0 to operacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-sit-06
           end-if.
      *
       lab-sit-08.
           if situacao = "A" and tipo = "A"
              move "Aceita e gera o titulo da agencia (S) (N) ?" to
                   mensagem
           else
              if situacao = "A"
                 move "Aceita e gera o credito da agencia (S) (N) ?" to
                      mensagem
              else
                 move "Confirma (S) (N) ?" to mensagem
              end-if
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              if situacao = "A" and tipo = "A"
                 go to lab-sit-07
              end-if
              go to lab-sit-04
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-sit-02
           else
              if resposta not = "S"
                 go to lab-sit-08
              end-if
           end-if.
           display tela-limpa-cad.
           if situacao not = "A"
              go to lab-sit-10
           end-if.
      *
      *    Aceite: gera o documento da agencia antes de marcar o
      *    memorando, p/ nada ficar aceito sem cobranca/credito
      *
           perform rot-proximo-doc.
           move cia to obs-tit-cia.
           move bilhete to obs-tit-bilhete.
           move memo to obs-tit-memo.
           if tipo = "C"
              go to lab-sit-09
           end-if.
           move "ADM" to doc-memo-tipo obs-tit-tipo.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-sit-fim
           end-if.
           move codigo to rc01-codigo in rc01-chave rc01-codigo-a.
           move "A" to rc01-condicao in rc01-chave rc01-condicao-a.
           move doc-memo to rc01-documento in rc01-chave
                rc01-documento-a.
           move vencimento to rc01-vencimento.
           move valor-memo to rc01-valor.
           move obs-titulo to rc01-obs.
           move portador to rc01-portador.
           move operacao to rc01-operacao.
           move param-data to rc01-emissao.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           move spaces to rc01-doc-cob rc01-situacao
                rc01-doc-sucessor rc01-moeda rc01-evento
                rc01-carne.
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
           perform rot-close-rc01.
           if erro not = 0
              move 0 to erro
              move " Documento ja existe no contas a receber - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-sit-02
           end-if.
           go to lab-sit-10.
      *
       lab-sit-09.
           move "ACM" to doc-memo-tipo obs-tit-tipo.
           move codigo to crd-par-codigo.
           move "A" to crd-par-condicao.
           move "C" to crd-par-tipo.
           move "I" to crd-par-origem.
           move doc-memo to crd-par-documento.
           move valor-memo to crd-par-valor.
           move param-data to crd-par-data.
           move obs-titulo to crd-par-obs.
           move param-usr to crd-par-usr.
           call "rotcr01" using campo-credito.
           cancel "rotcr01".
           if crd-par-ok not = "S"
              move " Erro na gravacao do credito - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-sit-02
           end-if.
      *
       lab-sit-10.
           move bilhete to am01-bilhete.
           move memo to am01-memo.
           perform rot-le-am01.
           if erro not = 0
              move 0 to erro
              go to lab-sit-02
           end-if.
           move situacao to am01-situacao.
           move obs to am01-obs.
           if situacao = "A"
              move doc-memo to am01-documento
           end-if.
           move param-usr to am01-usuario.
           move param-data to am01-data.
           rewrite reg-am01 invalid key
                   continue
           end-rewrite.
           if situacao = "A"
              move spaces to mensagem
              string " Gerado o documento " doc-memo " - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
              perform rot-erro-cad
           end-if.
           go to lab-sit-02.
      *
       lab-sit-fim.
           perform rot-close-rc01.
           perform rot-close-ab01.
           perform rot-close-am01.
           exit.
      *
      ************************
      *                      *
      *  Relatorio por cia   *
      *                      *
      ************************
      *
       sec-relatorio section.
      *
       lab-rel-00.
           perform rot-open-am01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           display tela-relatorio.
      *
       lab-rel-01.
           move spaces to cia.
           perform acc-cia-rel.
           if escape-key = 1
              go to lab-rel-fim
           end-if.
           move cia to txt.
           perform rot-texto.
           move txt to cia.
      *
       lab-rel-02.
           move "Imprime os memorandos em aberto (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rel-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-rel-01
           else
              if resposta not = "S"
                 go to lab-rel-02
              end-if
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move 0 to pagina tot-cia-qtd tot-cia-vencido tot-cia-adm
                     tot-cia-acm tot-ger-qtd tot-ger-vencido
                     tot-ger-adm tot-ger-acm.
           move spaces to cia-ant.
           move param-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to hoje-sec.
           perform rot-cabec.
           move low-values to am01-chave-1.
           move cia to am01-cia.
           start arqam01 key is not less am01-chave-1 invalid key
                 go to lab-rel-04
           end-start.
      *
       lab-rel-03.
           perform rot-le-prox-am01.
           if erro not = 0
              move 0 to erro
              go to lab-rel-04
           end-if.
           if am01-chave = high-values
              go to lab-rel-03
           end-if.
           if cia not = spaces and am01-cia not = cia
              go to lab-rel-04
           end-if.
           if am01-situacao not = "P" and "D"
              go to lab-rel-03
           end-if.
           if am01-cia not = cia-ant
              perform rot-total-cia thru rot-total-cia-fim
              if linha > 54
                 perform rot-cabec
              end-if
              move am01-cia to cia-ant cab-cia-sigla
              write reg-imp from cab-cia after 2 lines
              add 2 to linha
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move am01-bilhete to cab-lin-bilhete.
           move am01-memo to cab-lin-memo.
           if am01-tipo = "A"
              move "ADM" to cab-lin-tipo
              add am01-valor to tot-cia-adm
           else
              move "ACM" to cab-lin-tipo
              add am01-valor to tot-cia-acm
           end-if.
           move am01-motivo to cab-lin-motivo.
           move am01-codigo to cab-lin-codigo codigo.
           perform rot-agencia thru rot-agencia-fim.
           move 0 to erro.
           move razao to cab-lin-razao.
           move am01-prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-lin-prazo.
           move am01-prazo to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to prazo-sec.
           compute cab-lin-dias = prazo-sec - hoje-sec.
           if prazo-sec < hoje-sec
              add 1 to tot-cia-vencido
           end-if.
           if am01-situacao = "P"
              move "PEND" to cab-lin-situacao
           else
              move "DISP" to cab-lin-situacao
           end-if.
           move am01-valor to cab-lin-valor.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add 1 to tot-cia-qtd.
           go to lab-rel-03.
      *
       lab-rel-04.
           perform rot-total-cia thru rot-total-cia-fim.
           if linha > 54
              perform rot-cabec
           end-if.
           write reg-imp from tracos after 1 line.
           move "  Total geral" to cab-tot-txt.
           move tot-ger-qtd to cab-tot-qtd.
           move tot-ger-vencido to cab-tot-vencido.
           move tot-ger-adm to cab-tot-adm.
           move tot-ger-acm to cab-tot-acm.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
           go to lab-rel-01.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-am01.
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
       acc-bilhete.
           accept bilhete at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-memo.
           accept memo at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-tkt.
           accept tkt at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-tipo.
           accept tipo at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-motivo.
           accept motivo at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept valor-aux at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-emissao.
           accept dia-euro at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-emissao-fim
           end-if.
           accept mes-euro at 1732 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-emissao-fim
           end-if.
           accept ano-euro at 1735 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-emissao-fim.
           exit.
      *
       acc-prazo.
           accept dia-euro at 1741 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-prazo-fim
           end-if.
           accept mes-euro at 1744 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-prazo-fim
           end-if.
           accept ano-euro at 1747 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-prazo-fim.
           exit.
      *
       acc-obs.
           accept obs at 1829 with auto update prompt
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
       acc-vencimento.
           accept dia-euro at 2029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-vencimento-fim
           end-if.
           accept mes-euro at 2032 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-vencimento-fim
           end-if.
           accept ano-euro at 2035 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-vencimento-fim.
           exit.
      *
       acc-portador.
           accept portador at 2039 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 2043 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cia-rel.
           accept cia at 1032 with auto update prompt
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
       dsp-memo-todos.
           perform dsp-agencia.
           display tkt at 1329 with foreground-color 15
                   background-color 01.
           display tipo at 1429 with foreground-color 15
                   background-color 01.
           display motivo at 1529 with foreground-color 15
                   background-color 01.
           display valor-aux at 1629 with foreground-color 15
                   background-color 01.
           move emissao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1729 with foreground-color 15
                   background-color 01.
           move prazo to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1741 with foreground-color 15
                   background-color 01.
           display obs at 1829 with foreground-color 15
                   background-color 01.
           perform dsp-situacao.
      *
       dsp-agencia.
           display cia at 1229 with foreground-color 15
                   background-color 01.
           display codigo at 1233 with foreground-color 15
                   background-color 01.
           display razao at 1240 with foreground-color 15
                   background-color 01.
      *
       dsp-situacao.
           perform rot-desc-situacao.
           display situacao at 1929 with foreground-color 15
                   background-color 01.
           display desc-situacao at 1932 with foreground-color 15
                   background-color 01.
           if documento not = spaces
              display documento at 1946 with foreground-color 15
                      background-color 01
           end-if.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-bilhete.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-memo.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-agencia.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-tkt.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-tipo.
           display limpa-10(1:1) at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-motivo.
           display limpa-10(1:1) at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
           display limpa-10(1:4) at 1639 with foreground-color 15
                   background-color 01.
      *
       lmp-datas.
           display "  /  /   a    /  /  " at 1729 with
                   foreground-color 06 background-color 01 highlight.
      *
       lmp-obs.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-aceite.
           display limpa(1:40) at 2006 with foreground-color 15
                   background-color 01.
