      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGNS01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Nota Fiscal de Servico Eletronica (RPS / NFS-e) :          *
      *                                                             *
      *  Receita de servico (cursos, aluguel e servicos de          *
      *  estande, receptivo O.C.T., inscricoes do Salao) e toda     *
      *  operacao com aliquota de ISS e codigo de servico na        *
      *  tabela tipo 41 - o aluguel de estande do pgex01 sai sem    *
      *  operacao e e configurado na operacao 000.                  *
      *                                                             *
      *  (A)liquota     - ISS, codigo de servico e retencao por     *
      *                   operacao (tabela tipo 41);                *
      *  (G)eracao      - um RPS numerado (ARQRP01) p/ cada titulo  *
      *                   emitido no periodo - em aberto no         *
      *                   ARQRC01 ou ja baixado no ARQBX01 - que    *
      *                   ainda nao tenha RPS;                      *
      *  (E)xportacao   - arquivo de RPS em lote no layout da       *
      *                   prefeitura (cabecalho 1, detalhe 2,       *
      *                   rodape 9);                                *
      *  (I)mportacao   - retorno da prefeitura com o numero e o    *
      *                   codigo de verificacao da NFS-e de cada    *
      *                   RPS;                                      *
      *  (P)endentes    - titulos de servico do periodo ainda sem   *
      *                   NFS-e.                                    *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgns01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqrp01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is rp01-chave
                  alternate record key is rp01-chave-1 with duplicates
                  alternate record key is rp01-chave-2 with duplicates
                  file status is rp01-status.
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
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqrem assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is rem-status.
      *
           select arqret assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is ret-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdrp01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdab01.lib.
      *
       copy fdcd01.lib.
      *
       copy fdsl01.lib.
      *
       copy fdtabl.lib.
      *
      *  Remessa de RPS em lote p/ a prefeitura
      *
       fd arqrem
          label record is standard
          value of file-id is nome-rem
          data record is reg-rem.
      *
       01 reg-rem                      pic x(540).
      *
      *  Retorno da prefeitura - uma NFS-e por linha tipo 2
      *
       fd arqret
          label record is standard
          value of file-id is nome-ret
          data record is reg-ret.
      *
       01 reg-ret.
          02 ret-tipo                  pic x(01).
          02 ret-nfse                  pic 9(08).
          02 ret-data-hora.
             03 ret-data-aaaa          pic 9(04).
             03 ret-data-mm            pic 9(02).
             03 ret-data-dd            pic 9(02).
             03 ret-hora               pic 9(06).
          02 ret-verificacao           pic x(08).
          02 ret-tipo-rps              pic x(05).
          02 ret-serie                 pic x(05).
          02 ret-rps                   pic 9(12).
          02 filler                    pic x(547).
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 rp01-status                  pic x(02) value "00".
       01 rp01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rp01.
          02 rp01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 rp01-nome                 pic x(08) value "ARQRP01A".
          02 filler                    pic x(01) value ".".
          02 rp01-ext                  pic x(03) value "DAT".
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
       01 rem-status                   pic x(02) value "00".
       01 rem-stat                     pic x(01) value "F".
       01 nome-rem                     pic x(12) value spaces.
      *
       01 ret-status                   pic x(02) value "00".
       01 ret-stat                     pic x(01) value "F".
       01 nome-ret                     pic x(12) value spaces.
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGNS01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 per-ini-corr              pic 9(06) value 0.
          02 per-fim-corr              pic 9(06) value 0.
          02 per-ini-sec               pic 9(06) value 0.
          02 per-fim-sec               pic 9(06) value 0.
          02 per-ini-disp              pic x(08) value spaces.
          02 per-fim-disp              pic x(08) value spaces.
          02 insc-municipal            pic 9(08) value 0.
          02 serie                     pic x(05) value spaces.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(40) value spaces.
          02 aliquota                  pic 9(02)v9(02) value 0.
          02 aliquota-ed               pic z9,9(02) value 0.
          02 aliquota-disp             pic z9,99.
          02 servico                   pic x(05) value spaces.
          02 retido                    pic x(01) value spaces.
      *
      *    Titulo candidato (do ARQRC01 ou do ARQBX01)
      *
       01 titulo.
          02 tit-codigo                pic 9(05) value 0.
          02 tit-condicao              pic x(01) value spaces.
          02 tit-documento             pic x(10) value spaces.
          02 tit-operacao              pic 9(03) value 0.
          02 tit-emissao               pic 9(06) value 0.
          02 tit-valor                 pic 9(11)v9(02) value 0.
          02 tit-obs                   pic x(30) value spaces.
      *
       01 flag-qualifica               pic x(01) value spaces.
       01 flag-rps                     pic x(01) value spaces.
       01 flag-tabl                    pic x(01) value spaces.
       01 rps-achado                   pic 9(06) value 0.
       01 lote                         pic 9(05) value 0.
      *
      *    Tomador do servico
      *
       01 tomador.
          02 tom-tipo                  pic x(01) value spaces.
          02 tom-doc                   pic 9(14) value 0.
          02 tom-razao                 pic x(40) value spaces.
          02 tom-endereco              pic x(40) value spaces.
          02 tom-cidade                pic x(20) value spaces.
          02 tom-uf                    pic x(02) value spaces.
          02 tom-cep                   pic 9(08) value 0.
      *
       01 cont-rps.
          02 tot-qtd                   pic 9(05) value 0.
          02 tot-erros                 pic 9(05) value 0.
          02 tot-valor                 pic 9(13)v9(02) value 0.
          02 tot-iss                   pic 9(11)v9(02) value 0.
          02 min-emissao               pic 9(06) value 0.
          02 max-emissao               pic 9(06) value 0.
      *
      *    Data no formato AAAAMMDD do layout da prefeitura
      *
       01 data-aaaammdd.
          02 data-aaaa                 pic 9(04) value 0.
          02 data-mm-l                 pic 9(02) value 0.
          02 data-dd-l                 pic 9(02) value 0.
       01 data-aaaammdd-n redefines data-aaaammdd pic 9(08).
      *
      *    Layout do arquivo de RPS em lote (cabecalho, detalhe e
      *    rodape)
      *
       01 rem-cabec.
          02 filler                    pic x(01) value "1".
          02 filler                    pic x(03) value "001".
          02 rem-cab-im                pic 9(08) value 0.
          02 rem-cab-ini               pic 9(08) value 0.
          02 rem-cab-fim               pic 9(08) value 0.
      *
       01 rem-detalhe.
          02 filler                    pic x(01) value "2".
          02 filler                    pic x(05) value "RPS".
          02 rem-serie                 pic x(05) value spaces.
          02 rem-numero                pic 9(12) value 0.
          02 rem-data                  pic 9(08) value 0.
          02 filler                    pic x(01) value "T".
          02 rem-valor                 pic 9(13)v9(02) value 0.
          02 rem-deducoes              pic 9(13)v9(02) value 0.
          02 rem-servico               pic x(05) value spaces.
          02 rem-aliquota              pic 9(02)v9(02) value 0.
          02 rem-retido                pic x(01) value spaces.
          02 rem-ind-tomador           pic x(01) value spaces.
          02 rem-doc-tomador           pic 9(14) value 0.
          02 rem-im-tomador            pic 9(08) value 0.
          02 rem-ie-tomador            pic 9(12) value 0.
          02 rem-razao                 pic x(75) value spaces.
          02 rem-tipo-end              pic x(03) value spaces.
          02 rem-endereco              pic x(50) value spaces.
          02 rem-numero-end            pic x(10) value spaces.
          02 rem-complemento           pic x(30) value spaces.
          02 rem-bairro                pic x(30) value spaces.
          02 rem-cidade                pic x(50) value spaces.
          02 rem-uf                    pic x(02) value spaces.
          02 rem-cep                   pic 9(08) value 0.
          02 rem-email                 pic x(75) value spaces.
          02 rem-discriminacao         pic x(100) value spaces.
      *
       01 rem-rodape.
          02 filler                    pic x(01) value "9".
          02 rem-rod-qtd               pic 9(07) value 0.
          02 rem-rod-valor             pic 9(13)v9(02) value 0.
          02 rem-rod-deducoes          pic 9(13)v9(02) value 0.
      *
       01 discriminacao.
          02 disc-obs                  pic x(30) value spaces.
          02 filler                    pic x(07) value " - DOC ".
          02 disc-documento            pic x(10) value spaces.
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
          02 cab-titulo                pic x(60) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-sele.
          02 cab-sele-texto            pic x(16) value spaces.
          02 cab-sele-ini              pic x(08) value spaces.
          02 cab-sele-a                pic x(03) value spaces.
          02 cab-sele-fim              pic x(08) value spaces.
      *
       01 cab-tit.
          02 filler                    pic x(08) value "RPS".
          02 filler                    pic x(08) value "Codigo".
          02 filler                    pic x(11) value "Documento".
          02 filler                    pic x(05) value "Oper".
          02 filler                    pic x(32) value "Tomador".
          02 filler                    pic x(17) value
             "     Valor servic".
          02 filler                    pic x(13) value
             "          ISS".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(30) value "Situacao".
      *
       01 cab-lin.
          02 cab-lin-rps               pic zzzzz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-codigo            pic 9(05) value 0.
          02 cab-lin-condicao          pic x(01) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-documento         pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-operacao          pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-razao             pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-valor             pic zz.zzz.zzz.zz9,99.
          02 cab-lin-iss               pic z.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-situacao          pic x(30) value spaces.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
          02 filler                    pic x(05) value spaces.
          02 cab-tot-valor             pic z.zzz.zzz.zzz.zz9,99.
      *
       copy workgen.lib.
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
             highlight value "NFS-e - Receita de Servico".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (A/G/E/I/P)...:".
      *
       01 tela-02.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Emissao inicial......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Emissao final........:".
      *
       01 tela-03.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo de remessa...:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Inscricao municipal..:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Serie do RPS.........:".
      *
       01 tela-04.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo de retorno...:".
      *
       01 tela-05.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Aliquota ISS (0=excl):".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Codigo de servico....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "ISS retido (S/N).....:".
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
           move 06 to box-lin.
           move 74 to box-col-f.
           move 17 to box-lin-f.
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
       rot-open-rp01.
           move 0 to erro.
           if rp01-stat = "F"
              open i-o arqrp01
              if rp01-status = "35"
                 open output arqrp01
                 close arqrp01
                 open i-o arqrp01
                 if rp01-status = "00"
                    move high-values to rp01-controle
                    move 0 to rp01-ult-num rp01-ult-lote
                    write reg-rp01-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if rp01-status not = "00"
                 move
                 " Erro de abertura no ARQRP01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rp01-stat
              end-if
           end-if.
      *
       rot-close-rp01.
           if rp01-stat = "A"
              close arqrp01
              move "F" to rp01-stat
           end-if.
      *
       rot-le-rp01.
           move 0 to erro.
           read arqrp01 invalid key move 1 to erro.
           if rp01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rp01
           end-if.
      *
       rot-le-prox-rp01.
           move 0 to erro.
           read arqrp01 next record at end move 1 to erro.
           if rp01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rp01
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
       rot-close-rc01.
           if rc01-stat = "A"
              close arqrc01
              move "F" to rc01-stat
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
       rot-close-bx01.
           if bx01-stat = "A"
              close arqbx01
              move "F" to bx01-stat
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
      *    Cadastro do Salao ainda nao criado: inscricoes sem
      *    tomador identificado
      *
       rot-open-sl01.
           move 0 to erro.
           if sl01-stat = "F"
              open input arqsl01
              if sl01-status = "35"
                 go to rot-open-sl01-fim
              end-if
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
       rot-open-sl01-fim.
           exit.
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
       rot-open-rem.
           move 0 to erro.
           move zeros to rem-status.
           if rem-stat = "F"
              open output arqrem
              if rem-status not = "00"
                 move " Erro de gravacao do arquivo de remessa - Tecle <
      -          "Enter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 move 1 to erro
              else
                 move "A" to rem-stat
              end-if
           end-if.
      *
       rot-close-rem.
           if rem-stat = "A"
              close arqrem
              move "F" to rem-stat
           end-if.
      *
       rot-open-ret.
           move 0 to erro.
           move zeros to ret-status.
           if ret-stat = "F"
              open input arqret
              if ret-status not = "00"
                 move " Arquivo de retorno nao localizado - Tecle <Enter
      -          ">" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 move 1 to erro
              else
                 move "A" to ret-stat
              end-if
           end-if.
      *
       rot-close-ret.
           if ret-stat = "A"
              close arqret
              move "F" to ret-stat
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
       rot-imprime.
           if linha > 56
              perform rot-cabec
           end-if.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
      *
      *    dias-corr -> data-aaaammdd (anos 00-49 sao 20xx)
      *
       rot-aaaammdd.
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
      *    Operacao tributada (tipo 41): resto(1:4) aliquota de
      *    ISS 99v99, resto(5:5) codigo de servico do municipio,
      *    resto(10:1) "S" ISS retido pelo tomador
      *
       rot-le-aliquota.
           move "41" to tabl-tipo.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              if tabl-resto(1:4) numeric
                 move tabl-resto(1:4) to aliquota
                 move tabl-resto(5:5) to servico
                 move tabl-resto(10:1) to retido
              else
                 move 1 to erro
              end-if
           end-if.
      *
      *    Titulo de servico: operacao tributada, emitido no
      *    periodo e que nao seja o residuo de liquidacao parcial
      *    (o servico ja consta do titulo original). flag-rps
      *    devolve a situacao do RPS do titulo (branco = sem RPS)
      *
       rot-qualifica.
           move "N" to flag-qualifica.
           move spaces to flag-rps.
           move 0 to rps-achado.
           if tit-documento(1:1) = "R" and tit-documento(2:6) numeric
              and tit-documento(8:3) = spaces
              go to rot-qualifica-fim
           end-if.
           if tit-emissao = 0
              go to rot-qualifica-fim
           end-if.
           move tit-emissao to data-sec-in.
           perform rot-data-sec.
           if data-sec-out < per-ini-sec or data-sec-out > per-fim-sec
              go to rot-qualifica-fim
           end-if.
           move tit-operacao to operacao.
           perform rot-le-aliquota.
           if erro not = 0
              move 0 to erro
              go to rot-qualifica-fim
           end-if.
           move "S" to flag-qualifica.
           move tit-codigo to rp01-codigo.
           move tit-condicao to rp01-condicao.
           move tit-documento to rp01-documento.
           start arqrp01 key is equal rp01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-qualifica-fim
           end-if.
       rot-qualifica-1.
           perform rot-le-prox-rp01.
           if erro not = 0
              move 0 to erro
              go to rot-qualifica-fim
           end-if.
           if rp01-codigo not = tit-codigo or
              rp01-condicao not = tit-condicao or
              rp01-documento not = tit-documento
              go to rot-qualifica-fim
           end-if.
           if rp01-situacao = "C"
              go to rot-qualifica-1
           end-if.
           move rp01-situacao to flag-rps.
           move rp01-numero to rps-achado.
       rot-qualifica-fim.
           exit.
      *
      *    Tomador pela condicao do titulo: associado e aluno de
      *    curso no ARQAB01, cliente no ARQCD01, inscrito do Salao
      *    no ARQSL01 (sem CNPJ no cadastro)
      *
       rot-tomador.
           move "3" to tom-tipo.
           move 0 to tom-doc tom-cep.
           move spaces to tom-razao tom-endereco tom-cidade tom-uf.
           evaluate true
                    when tit-condicao = "A" or "F" or "T"
                         move tit-codigo to ab01-codigo
                         perform rot-le-ab01
                         if erro = 0
                            move ab01-razao-social to tom-razao
                            move ab01-cgc to tom-doc
                            move ab01-endereco to tom-endereco
                            move ab01-cidade to tom-cidade
                            move ab01-uf to tom-uf
                            move ab01-cep to tom-cep
                            if tom-doc not = 0
                               move "2" to tom-tipo
                            end-if
                         end-if
                    when tit-condicao = "C"
                         move tit-codigo to cd01-codigo
                         perform rot-le-cd01
                         if erro = 0
                            move cd01-razao-social-a to tom-razao
                            move cd01-cgcpf to tom-doc
                            move cd01-endereco to tom-endereco
                            move cd01-cidade to tom-cidade
                            move cd01-uf to tom-uf
                            move cd01-cep to tom-cep
                            if tom-doc not = 0
                               if cd01-flag-cgcpf = "J"
                                  move "2" to tom-tipo
                               else
                                  move "1" to tom-tipo
                               end-if
                            end-if
                         end-if
                    when tit-condicao = "S" and sl01-stat = "A"
                         move tit-codigo to sl01-codigo
                         perform rot-le-sl01
                         if erro = 0
                            move sl01-empresa-a to tom-razao
                            if tom-razao = spaces
                               move sl01-nome-a to tom-razao
                            end-if
                            move sl01-endereco to tom-endereco
                            move sl01-cidade to tom-cidade
                            move sl01-uf to tom-uf
                            move sl01-cep to tom-cep
                         end-if
           end-evaluate.
           move 0 to erro.
      *
      *    Gera o RPS do titulo candidato
      *
       rot-gera-rps.
           move high-values to rp01-controle.
           perform rot-le-rp01.
           if erro not = 0
              go to rot-gera-rps-fim
           end-if.
           add 1 to rp01-ult-num.
           move rp01-ult-num to rps-achado.
           rewrite reg-rp01-1 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              go to rot-gera-rps-fim
           end-if.
           perform rot-tomador.
           move rps-achado to rp01-numero.
           move tit-codigo to rp01-codigo.
           move tit-condicao to rp01-condicao.
           move tit-documento to rp01-documento.
           move 0 to rp01-nfse.
           move spaces to rp01-serie.
           move param-data to rp01-emissao.
           move tit-emissao to rp01-emissao-titulo.
           move tit-operacao to rp01-operacao.
           move servico to rp01-servico.
           move aliquota to rp01-aliquota.
           move retido to rp01-retido.
           move tit-valor to rp01-valor.
           compute rp01-valor-iss rounded = tit-valor * aliquota / 100.
           move tom-tipo to rp01-tomador-tipo.
           move tom-doc to rp01-tomador-doc.
           move tom-razao to rp01-razao.
           move tit-obs to rp01-discriminacao.
           move "G" to rp01-situacao.
           move 0 to rp01-lote rp01-nfse-data.
           move spaces to rp01-verificacao.
           move param-usr to rp01-usuario.
           move param-data to rp01-data.
           write reg-rp01 invalid key
                 move 1 to erro
           end-write.
           if erro not = 0
              go to rot-gera-rps-fim
           end-if.
           add 1 to tot-qtd.
           add rp01-valor to tot-valor.
           add rp01-valor-iss to tot-iss.
           move rp01-numero to cab-lin-rps.
           move rp01-valor-iss to cab-lin-iss.
           move "RPS gerado" to cab-lin-situacao.
           perform rot-linha-titulo.
       rot-gera-rps-fim.
           exit.
      *
       rot-linha-titulo.
           move tit-codigo to cab-lin-codigo.
           move tit-condicao to cab-lin-condicao.
           move tit-documento to cab-lin-documento.
           move tit-operacao to cab-lin-operacao.
           move tom-razao to cab-lin-razao.
           move tit-valor to cab-lin-valor.
           perform rot-imprime.
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
           if funcao not = "A" and "G" and "E" and "I" and "P"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "A"
                         display tela-05
                         perform sec-aliquota
                    when funcao = "G" or "P"
                         display tela-02
                         perform sec-periodo
                    when funcao = "E"
                         display tela-03
                         perform sec-exporta
                    when funcao = "I"
                         display tela-04
                         perform sec-importa
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
      *  Aliquotas           *
      *                      *
      ************************
      *
       sec-aliquota section.
      *
       lab-ali-00.
           if param-prioridade < 8
              move " Aliquotas exigem prioridade de supervisor - Tecle <
      -       "Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-ali-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ali-fim
           end-if.
      *
      *    Operacao 000 = titulos sem operacao (aluguel de estande)
      *
       lab-ali-01.
           move 0 to operacao.
           perform lmp-operacao thru lmp-retido.
           perform acc-operacao.
           if escape-key = 1
              go to lab-ali-fim
           end-if.
           move spaces to doperacao.
           if operacao not = 0
              move 05 to wtab01-tipo
              move operacao to wtab01-codigo
              move spaces to wtab01-resto
              move wtab01-chave to tabl-chave
              perform rot-le-tabl
              if erro not = 0
                 move 0 to erro
                 move " Operacao nao cadastrada - Tecle <Enter>" to
                 mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 go to lab-ali-01
              end-if
              move reg-tabl to reg-wtab01
              move wtab01-descricao to doperacao
           else
              move "TITULOS SEM OPERACAO" to doperacao
           end-if.
           perform dsp-operacao.
           move 0 to aliquota.
           move spaces to servico retido.
           perform rot-le-aliquota.
           if erro = 0
              move "S" to flag-tabl
              perform dsp-aliquota thru dsp-retido
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
      *
       lab-ali-02.
           move aliquota to aliquota-ed.
           perform acc-aliquota.
           if escape-key = 1
              go to lab-ali-01
           end-if.
           move aliquota-ed to aliquota.
           if aliquota > 10
              move " Aliquota de 0,01 a 10,00 - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-ali-02
           end-if.
           perform dsp-aliquota.
           if aliquota = 0
              go to lab-ali-06
           end-if.
      *
       lab-ali-03.
           perform acc-servico.
           if escape-key = 1
              go to lab-ali-02
           end-if.
           if servico = spaces
              go to lab-ali-03
           end-if.
      *
       lab-ali-04.
           perform acc-retido.
           if escape-key = 1
              go to lab-ali-03
           end-if.
           move retido to txt.
           perform rot-texto.
           move txt to retido.
           if retido not = "S" and "N"
              go to lab-ali-04
           end-if.
      *
       lab-ali-05.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ali-04
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ali-01
           else
              if resposta not = "S"
                 go to lab-ali-05
              end-if
           end-if.
           display tela-limpa-cad.
           move "41" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           move doperacao to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move aliquota to tabl-resto(1:4).
           move servico to tabl-resto(5:5).
           move retido to tabl-resto(10:1).
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
           go to lab-ali-01.
      *
      *    Aliquota zerada: a operacao deixa de ser tributada
      *
       lab-ali-06.
           if flag-tabl not = "S"
              go to lab-ali-01
           end-if.
           move "Exclui a operacao tributada (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1 or resposta not = "S"
              go to lab-ali-01
           end-if.
           delete arqtabl invalid key
                  move 1 to erro
           end-delete.
           move 0 to erro.
           go to lab-ali-01.
      *
       lab-ali-fim.
           perform rot-close-tabl.
           perform lmp-operacao thru lmp-retido.
           exit.
      *
      ************************
      *                      *
      *  Geracao/Pendentes   *
      *                      *
      ************************
      *
       sec-periodo section.
      *
       lab-per-01.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-per-ini.
           perform acc-per-ini.
           if escape-key = 1
              go to lab-per-fim
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-per-01
           end-if.
           move dias-corr to per-ini-corr.
           move data-disp to per-ini-disp.
      *
       lab-per-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-per-fim.
           perform acc-per-fim.
           if escape-key = 1
              perform lmp-per-fim
              go to lab-per-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-per-02
           end-if.
           move dias-corr to per-fim-corr.
           move data-disp to per-fim-disp.
           move per-ini-corr to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to per-ini-sec.
           move per-fim-corr to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to per-fim-sec.
           if per-fim-sec < per-ini-sec
              go to lab-per-02
           end-if.
      *
       lab-per-03.
           if funcao = "G"
              move "Confirma a geracao dos RPS (S) (N) ?" to mensagem
           else
              move "Confirma a relacao de pendentes (S) (N) ?" to
                   mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-per-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-per-ini thru lmp-per-fim
              go to lab-per-01
           else
              if resposta not = "S"
                 go to lab-per-03
              end-if
           end-if.
           move "Aguarde - apurando os titulos de servico" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-per-fim
           end-if.
           perform rot-open-rp01.
           if erro not = 0
              go to lab-per-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-per-fim
           end-if.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-per-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-per-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-per-fim
           end-if.
           perform rot-open-sl01 thru rot-open-sl01-fim.
           if erro not = 0
              go to lab-per-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-per-fim
           end-if.
           move 0 to tot-qtd tot-valor tot-iss pagina.
           if funcao = "G"
              move "NFS-e - RPS Gerados" to cab-titulo
           else
              move "NFS-e - Titulos de Servico sem Nota" to cab-titulo
           end-if.
           move "Emissao: " to cab-sele-texto.
           move per-ini-disp to cab-sele-ini.
           move " a " to cab-sele-a.
           move per-fim-disp to cab-sele-fim.
           perform rot-cabec.
      *
      *    Titulos ainda no contas a receber
      *
           move low-values to rc01-chave.
           start arqrc01 key is not less rc01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-per-05
           end-if.
      *
       lab-per-04.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              go to lab-per-05
           end-if.
           if rc01-chave = high-values
              go to lab-per-04
           end-if.
           if rc01-situacao = "C"
              go to lab-per-04
           end-if.
           move rc01-codigo in rc01-chave to tit-codigo.
           move rc01-condicao in rc01-chave to tit-condicao.
           move rc01-documento in rc01-chave to tit-documento.
           move rc01-operacao to tit-operacao.
           move rc01-emissao to tit-emissao.
           move rc01-valor to tit-valor.
           move rc01-obs to tit-obs.
           perform rot-titulo.
           go to lab-per-04.
      *
      *    Titulos ja liquidados (sai do ARQRC01): a baixa
      *    principal traz o valor do titulo; registros de cheque e
      *    cartao (valor zero), estornos e recebimentos avulsos
      *    ficam de fora
      *
       lab-per-05.
           move low-values to bx01-chave.
           start arqbx01 key is not less bx01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-per-07
           end-if.
      *
       lab-per-06.
           perform rot-le-prox-bx01.
           if erro not = 0
              move 0 to erro
              go to lab-per-07
           end-if.
           if bx01-chave = high-values
              go to lab-per-06
           end-if.
           if bx01-situacao not = spaces or bx01-valor = 0
              go to lab-per-06
           end-if.
           if bx01-documento = "AVULSO"
              go to lab-per-06
           end-if.
           move bx01-codigo to tit-codigo.
           move bx01-condicao to tit-condicao.
           move bx01-documento to tit-documento.
           move bx01-operacao to tit-operacao.
           move bx01-emissao to tit-emissao.
           move bx01-valor to tit-valor.
           move bx01-obs to tit-obs.
           perform rot-titulo.
           go to lab-per-06.
      *
       lab-per-07.
           write reg-imp from tracos after 1 line.
           if funcao = "G"
              move "RPS gerados..................:" to cab-tot-texto
           else
              move "Titulos sem NFS-e............:" to cab-tot-texto
           end-if.
           move tot-qtd to cab-tot-qtd.
           move tot-valor to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           if funcao = "G"
              move "  ISS destacado..............:" to cab-tot-texto
              move 0 to cab-tot-qtd
              move tot-iss to cab-tot-valor
              write reg-imp from cab-tot after 1 line
           end-if.
           write reg-imp from spaces after page.
           move spaces to mensagem.
           if funcao = "G"
              string "RPS gerados: " tot-qtd " - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
           else
              string "Titulos sem NFS-e: " tot-qtd " - Tecle <Enter>"
                     delimited by size into mensagem
              end-string
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-per-fim.
           perform rot-close-imp.
           perform rot-close-sl01.
           perform rot-close-cd01.
           perform rot-close-ab01.
           perform rot-close-bx01.
           perform rot-close-rc01.
           perform rot-close-rp01.
           perform rot-close-tabl.
           perform lmp-per-ini thru lmp-per-fim.
           exit.
      *
      *    Um titulo candidato: gera o RPS (G) ou relaciona a
      *    pendencia (P)
      *
       rot-titulo.
           perform rot-qualifica thru rot-qualifica-fim.
           if flag-qualifica not = "S"
              go to rot-titulo-fim
           end-if.
           if funcao = "G"
              if flag-rps = spaces
                 perform rot-gera-rps thru rot-gera-rps-fim
                 move 0 to erro
              end-if
              go to rot-titulo-fim
           end-if.
           if flag-rps = "N"
              go to rot-titulo-fim
           end-if.
           perform rot-tomador.
           add 1 to tot-qtd.
           add tit-valor to tot-valor.
           move rps-achado to cab-lin-rps.
           move 0 to cab-lin-iss.
           evaluate true
                    when flag-rps = spaces
                         move "Sem RPS" to cab-lin-situacao
                    when flag-rps = "G"
                         move "RPS nao exportado" to cab-lin-situacao
                    when other
                         move spaces to cab-lin-situacao
                         string "Aguardando NFS-e - lote "
                                rp01-lote delimited by size
                                into cab-lin-situacao
                         end-string
           end-evaluate.
           perform rot-linha-titulo.
       rot-titulo-fim.
           exit.
      *
      ************************
      *                      *
      *  Exportacao          *
      *                      *
      ************************
      *
       sec-exporta section.
      *
       lab-exp-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-exp-fim
           end-if.
      *
      *    Prestador (tipo 41, codigo PREST): resto(1:8)
      *    inscricao municipal, resto(9:5) serie do RPS
      *
           move 0 to insc-municipal.
           move spaces to serie.
           move "41" to tabl-tipo.
           move "PREST" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move "S" to flag-tabl
              if tabl-resto(1:8) numeric
                 move tabl-resto(1:8) to insc-municipal
              end-if
              move tabl-resto(9:5) to serie
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
      *
       lab-exp-01.
           move spaces to nome-rem.
           perform lmp-nome-rem.
           perform acc-nome-rem.
           if escape-key = 1
              go to lab-exp-fim
           end-if.
           if nome-rem = spaces
              go to lab-exp-01
           end-if.
      *
       lab-exp-02.
           perform acc-insc-municipal.
           if escape-key = 1
              go to lab-exp-01
           end-if.
           if insc-municipal = 0
              go to lab-exp-02
           end-if.
      *
       lab-exp-03.
           perform acc-serie.
           if escape-key = 1
              go to lab-exp-02
           end-if.
           move serie to txt.
           perform rot-texto.
           move txt to serie.
      *
       lab-exp-04.
           move "Confirma a exportacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-exp-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-exp-01
           else
              if resposta not = "S"
                 go to lab-exp-04
              end-if
           end-if.
           display tela-limpa-cad.
           move "41" to tabl-tipo tabl-tipo-1.
           move "PREST" to tabl-codigo.
           move "PRESTADOR - NFS-E" to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move insc-municipal to tabl-resto(1:8).
           move serie to tabl-resto(9:5).
           if flag-tabl = "S"
              rewrite reg-tabl invalid key
                      move 0 to erro
              end-rewrite
           else
              write reg-tabl invalid key
                    move 0 to erro
              end-write
              move "S" to flag-tabl
           end-if.
           perform rot-open-rp01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           perform rot-open-sl01 thru rot-open-sl01-fim.
           if erro not = 0
              go to lab-exp-fim
           end-if.
      *
      *    1a. passada: periodo e quantidade do lote
      *
           move 0 to tot-qtd tot-valor min-emissao max-emissao.
           move low-values to rp01-chave.
           start arqrp01 key is not less rp01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-exp-06
           end-if.
      *
       lab-exp-05.
           perform rot-le-prox-rp01.
           if erro not = 0
              move 0 to erro
              go to lab-exp-06
           end-if.
           if rp01-chave = high-values or rp01-situacao not = "G"
              go to lab-exp-05
           end-if.
           add 1 to tot-qtd.
           if min-emissao = 0 or rp01-emissao < min-emissao
              move rp01-emissao to min-emissao
           end-if.
           if rp01-emissao > max-emissao
              move rp01-emissao to max-emissao
           end-if.
           go to lab-exp-05.
      *
       lab-exp-06.
           if tot-qtd = 0
              move " Nenhum RPS a exportar - Tecle <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-exp-fim
           end-if.
           move high-values to rp01-controle.
           perform rot-le-rp01.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           add 1 to rp01-ult-lote.
           move rp01-ult-lote to lote.
           rewrite reg-rp01-1 invalid key
                   move 0 to erro
           end-rewrite.
           perform rot-open-rem.
           if erro not = 0
              go to lab-exp-fim
           end-if.
           move insc-municipal to rem-cab-im.
           move min-emissao to dias-corr.
           perform rot-aaaammdd.
           move data-aaaammdd-n to rem-cab-ini.
           move max-emissao to dias-corr.
           perform rot-aaaammdd.
           move data-aaaammdd-n to rem-cab-fim.
           write reg-rem from rem-cabec.
           move 0 to tot-qtd tot-valor.
      *
      *    2a. passada: um detalhe por RPS, marcado com o lote
      *
           move low-values to rp01-chave.
           start arqrp01 key is not less rp01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-exp-08
           end-if.
      *
       lab-exp-07.
           perform rot-le-prox-rp01.
           if erro not = 0
              move 0 to erro
              go to lab-exp-08
           end-if.
           if rp01-chave = high-values or rp01-situacao not = "G"
              go to lab-exp-07
           end-if.
           move rp01-codigo to tit-codigo.
           move rp01-condicao to tit-condicao.
           perform rot-tomador.
           move serie to rem-serie.
           move rp01-numero to rem-numero.
           move rp01-emissao to dias-corr.
           perform rot-aaaammdd.
           move data-aaaammdd-n to rem-data.
           move rp01-valor to rem-valor.
           move 0 to rem-deducoes.
           move rp01-servico to rem-servico.
           move rp01-aliquota to rem-aliquota.
           if rp01-retido = "S"
              move "1" to rem-retido
           else
              move "2" to rem-retido
           end-if.
           move rp01-tomador-tipo to rem-ind-tomador.
           move rp01-tomador-doc to rem-doc-tomador.
           move rp01-razao to rem-razao.
           move tom-endereco to rem-endereco.
           move tom-cidade to rem-cidade.
           move tom-uf to rem-uf.
           move tom-cep to rem-cep.
           move rp01-discriminacao to disc-obs.
           move rp01-documento to disc-documento.
           move discriminacao to rem-discriminacao.
           write reg-rem from rem-detalhe.
           add 1 to tot-qtd.
           add rp01-valor to tot-valor.
           move serie to rp01-serie.
           move "E" to rp01-situacao.
           move lote to rp01-lote.
           move param-usr to rp01-usuario.
           move param-data to rp01-data.
           rewrite reg-rp01 invalid key
                   move 0 to erro
           end-rewrite.
           go to lab-exp-07.
      *
       lab-exp-08.
           move tot-qtd to rem-rod-qtd.
           move tot-valor to rem-rod-valor.
           move 0 to rem-rod-deducoes.
           write reg-rem from rem-rodape.
           perform rot-close-rem.
           move spaces to mensagem.
           string "Lote " lote " exportado com " tot-qtd
                  " RPS - Tecle <Enter>" delimited by size
                  into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-exp-fim.
           perform rot-close-rem.
           perform rot-close-sl01.
           perform rot-close-cd01.
           perform rot-close-ab01.
           perform rot-close-rp01.
           perform rot-close-tabl.
           perform lmp-nome-rem thru lmp-serie.
           exit.
      *
      ************************
      *                      *
      *  Importacao          *
      *                      *
      ************************
      *
       sec-importa section.
      *
       lab-imp-01.
           move spaces to nome-ret.
           perform lmp-nome-ret.
           perform acc-nome-ret.
           if escape-key = 1
              go to lab-imp-fim
           end-if.
           if nome-ret = spaces
              go to lab-imp-01
           end-if.
      *
       lab-imp-02.
           move "Confirma a importacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-imp-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-imp-01
           else
              if resposta not = "S"
                 go to lab-imp-02
              end-if
           end-if.
           display tela-limpa-cad.
           perform rot-open-ret.
           if erro not = 0
              go to lab-imp-01
           end-if.
           perform rot-open-rp01.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-imp-fim
           end-if.
           move 0 to tot-qtd tot-erros tot-valor pagina.
           move "NFS-e - Retorno da Prefeitura" to cab-titulo.
           move "Arquivo: " to cab-sele-texto.
           move nome-ret to cab-sele-ini.
           move spaces to cab-sele-a cab-sele-fim.
           perform rot-cabec.
      *
       lab-imp-03.
           read arqret at end
              go to lab-imp-05
           end-read.
           if ret-tipo not = "2"
              go to lab-imp-03
           end-if.
           move 0 to cab-lin-codigo cab-lin-operacao cab-lin-valor
                     cab-lin-iss.
           move spaces to cab-lin-condicao cab-lin-documento
                          cab-lin-razao.
           if ret-rps > 999999 or ret-rps = 0
              move 0 to cab-lin-rps
              go to lab-imp-04
           end-if.
           move ret-rps to rp01-numero cab-lin-rps.
           perform rot-le-rp01.
           if erro not = 0
              move 0 to erro
              go to lab-imp-04
           end-if.
           if rp01-serie not = spaces and ret-serie not = spaces and
              rp01-serie not = ret-serie
              go to lab-imp-04
           end-if.
           move rp01-codigo to cab-lin-codigo.
           move rp01-condicao to cab-lin-condicao.
           move rp01-documento to cab-lin-documento.
           move rp01-operacao to cab-lin-operacao.
           move rp01-razao to cab-lin-razao.
           move rp01-valor to cab-lin-valor.
           move rp01-valor-iss to cab-lin-iss.
           if rp01-situacao = "N" and rp01-nfse not = ret-nfse
              add 1 to tot-erros
              move "RPS ja convertido em outra nota" to
                   cab-lin-situacao
              perform rot-imprime
              go to lab-imp-03
           end-if.
           move ret-nfse to rp01-nfse.
           move ret-verificacao to rp01-verificacao.
           move ret-data-dd to dia-euro.
           move ret-data-mm to mes-euro.
           divide ret-data-aaaa by 100 giving data-resto
                  remainder ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              move param-data to rp01-nfse-data
           else
              move dias-corr to rp01-nfse-data
           end-if.
           move "N" to rp01-situacao.
           move param-usr to rp01-usuario.
           move param-data to rp01-data.
           rewrite reg-rp01 invalid key
                   move 0 to erro
           end-rewrite.
           add 1 to tot-qtd.
           add rp01-valor to tot-valor.
           move spaces to cab-lin-situacao.
           string "NFS-e " ret-nfse " " ret-verificacao
                  delimited by size into cab-lin-situacao
           end-string.
           perform rot-imprime.
           go to lab-imp-03.
      *
       lab-imp-04.
           add 1 to tot-erros.
           move spaces to cab-lin-situacao.
           string "NFS-e " ret-nfse " sem RPS correspondente"
                  delimited by size into cab-lin-situacao
           end-string.
           perform rot-imprime.
           go to lab-imp-03.
      *
       lab-imp-05.
           write reg-imp from tracos after 1 line.
           move "NFS-e registradas..........:" to cab-tot-texto.
           move tot-qtd to cab-tot-qtd.
           move tot-valor to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "Ocorrencias................:" to cab-tot-texto.
           move tot-erros to cab-tot-qtd.
           move 0 to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move spaces to mensagem.
           string "NFS-e registradas: " tot-qtd " - Ocorrencias: "
                  tot-erros " - Tecle <Enter>" delimited by size
                  into mensagem
           end-string.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-imp-fim.
           perform rot-close-ret.
           perform rot-close-imp.
           perform rot-close-rp01.
           perform lmp-nome-ret.
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
       acc-operacao.
           accept operacao at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-aliquota.
           accept aliquota-ed at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-servico.
           accept servico at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-retido.
           accept retido at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-per-ini.
           accept dia-euro at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-per-ini-fim
           end-if.
           accept mes-euro at 1132 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-per-ini-fim
           end-if.
           accept ano-euro at 1135 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-per-ini-fim.
           exit.
      *
       acc-per-fim.
           accept dia-euro at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-per-fim-fim
           end-if.
           accept mes-euro at 1232 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-per-fim-fim
           end-if.
           accept ano-euro at 1235 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-per-fim-fim.
           exit.
      *
       acc-nome-rem.
           accept nome-rem at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-insc-municipal.
           accept insc-municipal at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-serie.
           accept serie at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome-ret.
           accept nome-ret at 1129 with auto update prompt
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
       dsp-operacao.
           display doperacao at 1134 with foreground-color 15
                   background-color 01.
      *
       dsp-aliquota.
           move aliquota to aliquota-disp.
           display aliquota-disp at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-servico.
           display servico at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-retido.
           display retido at 1429 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-aliquota.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-servico.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-retido.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-per-ini.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-per-fim.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-rem.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-insc-municipal.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-serie.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-ret.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
