      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGCT03       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Encerramento do Exercicio e Demonstracoes :                *
      *                                                             *
      *  (C)ontas       - classificacao das contas do mapa contabil *
      *                   (tabela tipo 50: nome e grupo AC/AN/PC/   *
      *                   PN/PL/RE/DE);                             *
      *  (P)arametros   - conta de apuracao do resultado e conta    *
      *                   do patrimonio social (tipo 50, PARAM);    *
      *  (S)aldo inic.  - saldos de abertura da implantacao;        *
      *  (E)ncerramento - a partir do saldo do ano anterior e dos   *
      *                   lancamentos exportados no ano (ARQLD01),  *
      *                   zera receitas e despesas contra a conta   *
      *                   de apuracao e transfere o superavit ou    *
      *                   deficit ao patrimonio social; grava os    *
      *                   lancamentos no ARQLD01 (competencia 13)   *
      *                   e no arquivo do contador e os saldos do   *
      *                   ano no ARQSA01. Recusado com a            *
      *                   competencia de dezembro fechada (rotfc01) *
      *                   ou o Livro Diario do ano ja emitido;      *
      *  (D)emonstr.    - Balanco Patrimonial e Demonstracao do     *
      *                   Superavit/Deficit, comparados com o       *
      *                   exercicio anterior, p/ o conselho fiscal. *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgct03.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
           select arqld01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ld01-chave
                  alternate record key is ld01-chave-1 with duplicates
                  file status is ld01-status.
      *
           select arqsa01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is sa01-chave
                  file status is sa01-status.
      *
           select arqmd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is md01-chave
                  alternate record key is md01-chave-1 with duplicates
                  alternate record key is md01-chave-2 with duplicates
                  file status is md01-status.
      *
           select arqlan assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is lan-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdtabl.lib.
      *
       copy fdld01.lib.
      *
       copy fdsa01.lib.
      *
       copy fdmd01.lib.
      *
      *  Arquivo de lancamentos p/ o contador (layout do pgct01)
      *
       fd arqlan
          label record is standard
          value of file-id is nome-lan
          data record is reg-lan.
      *
       01 reg-lan.
          02 lan-data                  pic 9(06).
          02 lan-conta-deb             pic 9(05).
          02 lan-conta-crd             pic 9(05).
          02 lan-valor                 pic 9(11)v9(02).
          02 lan-historico             pic x(30).
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
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
       01 ld01-status                  pic x(02) value "00".
       01 ld01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ld01.
          02 ld01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 ld01-nome                 pic x(08) value "ARQLD01A".
          02 filler                    pic x(01) value ".".
          02 ld01-ext                  pic x(03) value "DAT".
      *
       01 sa01-status                  pic x(02) value "00".
       01 sa01-stat                    pic x(01) value "F".
      *
       01 nome-arq-sa01.
          02 sa01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 sa01-nome                 pic x(08) value "ARQSA01A".
          02 filler                    pic x(01) value ".".
          02 sa01-ext                  pic x(03) value "DAT".
      *
       01 md01-status                  pic x(02) value "00".
       01 md01-stat                    pic x(01) value "F".
      *
       01 nome-arq-md01.
          02 md01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 md01-nome-arq             pic x(08) value "ARQMD01A".
          02 filler                    pic x(01) value ".".
          02 md01-ext                  pic x(03) value "DAT".
      *
       01 lan-status                   pic x(02) value "00".
       01 lan-stat                     pic x(01) value "F".
       01 nome-lan                     pic x(12) value spaces.
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCT03".
          02 cb-versao                 pic x(06) value "v1.00 ".
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
          02 ano                       pic 9(02) value 0.
          02 conta                     pic 9(05) value 0.
          02 dconta                    pic x(40) value spaces.
          02 grupo                     pic x(02) value spaces.
          02 dgrupo                    pic x(30) value spaces.
          02 conta-resultado           pic 9(05) value 0.
          02 conta-patrimonio          pic 9(05) value 0.
          02 valor-aux                 pic z(10)9,9(02) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 natureza                  pic x(01) value spaces.
      *
      *    Parametros (tipo 50, codigo PARAM): resto(1:5) conta de
      *    apuracao do resultado, resto(6:5) patrimonio social
      *
       01 par-enc.
          02 pe-resultado              pic 9(05) value 0.
          02 pe-patrimonio             pic 9(05) value 0.
          02 filler                    pic x(10) value spaces.
      *
      *    Responsaveis p/ as assinaturas (tipo 49, PARAM do pgld01)
      *
       01 ld-cargo                     pic 9(03) value 0.
       01 ld-crc                       pic x(15) value spaces.
       01 contador                     pic x(40) value spaces.
       01 pres-nome                    pic x(40) value spaces.
       01 pres-cpf                     pic 9(11) value 0.
      *
       01 ano4                         pic 9(04) value 0.
       01 ano-ant                      pic 9(02) value 0.
       01 ano4-ant                     pic 9(04) value 0.
       01 qtd-sem-grupo                pic 9(05) value 0.
       01 qtd-enc                      pic 9(06) value 0.
       01 tot-enc                      pic 9(13)v9(02) value 0.
       01 saldo-aux                    pic s9(13)v9(02) value 0.
       01 idx-resultado                pic 9(03) comp-5 value 0.
       01 idx-patrimonio               pic 9(03) comp-5 value 0.
       01 superavit                    pic s9(13)v9(02) value 0.
      *
       01 campo-fecha.
          02 fc-par-data               pic 9(06) value 0.
          02 fc-par-fechada            pic x(01) value "N".
      *
      *    Posicao anual por conta
      *
       01 ct-max                       pic 9(03) comp-5 value 500.
       01 ct-qtd                       pic 9(03) comp-5 value 0.
       01 ct-idx                       pic 9(03) comp-5 value 0.
       01 ct-idx-2                     pic 9(03) comp-5 value 0.
       01 ct-busca                     pic 9(05) value 0.
       01 ct-tabela.
          02 ct-item occurs 500.
             03 ct-conta               pic 9(05).
             03 ct-grupo               pic x(02).
             03 ct-saldo-ant           pic s9(13)v9(02).
             03 ct-deb                 pic 9(13)v9(02).
             03 ct-crd                 pic 9(13)v9(02).
             03 ct-enc-deb             pic 9(13)v9(02).
             03 ct-enc-crd             pic 9(13)v9(02).
             03 ct-saldo               pic s9(13)v9(02).
             03 ct-res-atual           pic s9(13)v9(02).
             03 ct-res-ant             pic s9(13)v9(02).
       01 ct-troca                     pic x(127) value spaces.
      *
      *    Demonstracoes: grupo corrente, sinal e totais
      *
       01 dm-grupo                     pic x(02) value spaces.
       01 dm-tipo                      pic x(01) value spaces.
       01 dm-sinal                     pic s9(01) value 0.
       01 dm-atual                     pic s9(13)v9(02) value 0.
       01 dm-anterior                  pic s9(13)v9(02) value 0.
       01 dm-sub-atual                 pic s9(13)v9(02) value 0.
       01 dm-sub-anterior              pic s9(13)v9(02) value 0.
       01 dm-tot-atual                 pic s9(13)v9(02) value 0.
       01 dm-tot-anterior              pic s9(13)v9(02) value 0.
       01 dm-rec-atual                 pic s9(13)v9(02) value 0.
       01 dm-rec-anterior              pic s9(13)v9(02) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
       01 historico-aux                pic x(30) value spaces.
      *
       01 doc-9                        pic 9(14) value 0.
       01 doc-x redefines doc-9        pic x(14).
       01 doc-fmt                      pic x(18) value spaces.
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
          02 cab-titulo                pic x(50) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit-enc.
          02 filler                    pic x(10) value "Data".
          02 filler                    pic x(08) value "Debito".
          02 filler                    pic x(08) value "Credito".
          02 filler                    pic x(17) value
             "            Valor".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(30) value "Historico".
      *
       01 cab-lin-enc.
          02 cab-enc-data              pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-enc-deb               pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-enc-crd               pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-enc-valor             pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-enc-historico         pic x(30) value spaces.
      *
       01 cab-sem-grupo.
          02 filler                    pic x(30) value
             "Conta sem classificacao......:".
          02 cab-sem-conta             pic 9(05) value 0.
      *
       01 cab-tot-enc.
          02 filler                    pic x(30) value
             "Lancamentos de encerramento..:".
          02 cab-tot-qtd               pic zzzzz9 value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-tot-valor             pic zz.zzz.zzz.zz9,99.
      *
       01 cab-res-enc.
          02 cab-res-txt               pic x(30) value spaces.
          02 filler                    pic x(10) value spaces.
          02 cab-res-valor             pic zz.zzz.zzz.zz9,99.
      *
       01 cab-tit-dem.
          02 filler                    pic x(07) value "Conta".
          02 filler                    pic x(32) value "Descricao".
          02 filler                    pic x(08) value spaces.
          02 filler                    pic x(06) value "Exerc.".
          02 cab-dem-ano               pic 9(04) value 0.
          02 filler                    pic x(09) value spaces.
          02 filler                    pic x(06) value "Exerc.".
          02 cab-dem-ano-ant           pic 9(04) value 0.
      *
       01 cab-lin-dem.
          02 cab-dem-conta             pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-dem-descricao         pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-dem-atual             pic --.---.---.---.--9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-dem-anterior          pic --.---.---.---.--9,99.
      *
       01 cab-sub-dem.
          02 filler                    pic x(07) value spaces.
          02 cab-sub-titulo            pic x(32) value spaces.
          02 cab-sub-atual             pic --.---.---.---.--9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-sub-anterior          pic --.---.---.---.--9,99.
      *
       01 cab-grupo-dem.
          02 filler                    pic x(02) value spaces.
          02 cab-grupo-titulo          pic x(40) value spaces.
      *
       01 term-linha                   pic x(80) value spaces.
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
          02 line 07 column 41 foreground-color 06 background-color 01
             highlight value "Encerramento do Exercicio".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (C/P/S/E/D)...:".
      *
       01 tela-contas.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Conta................:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Grupo................:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "AC/AN Ativo circ./nao circ.  PC/PN Passi
      -      "vo circ./nao circ.".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "PL Patrimonio social  RE Receita  DE Des
      -      "pesa".
      *
       01 tela-par.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Conta de apuracao....:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Patrimonio social....:".
      *
       01 tela-saldo.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Abertura exerc. (aa).:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Conta................:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Saldo................:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Natureza (D/C).......:".
      *
       01 tela-enc.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Exercicio (aa).......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo p/ contador..:".
      *
       01 tela-dem.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Exercicio (aa).......:".
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
       rot-open-ld01.
           move 0 to erro.
           if ld01-stat = "F"
              open i-o arqld01
              if ld01-status = "35"
                 open output arqld01
                 close arqld01
                 open i-o arqld01
              end-if
              if ld01-status not = "00"
                 move
                 " Erro de abertura no ARQLD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ld01-stat
              end-if
           end-if.
      *
       rot-close-ld01.
           if ld01-stat = "A"
              close arqld01
              move "F" to ld01-stat
           end-if.
      *
       rot-le-prox-ld01.
           move 0 to erro.
           read arqld01 next record at end move 1 to erro.
           if ld01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ld01
           end-if.
      *
       rot-open-sa01.
           move 0 to erro.
           if sa01-stat = "F"
              open i-o arqsa01
              if sa01-status = "35"
                 open output arqsa01
                 close arqsa01
                 open i-o arqsa01
              end-if
              if sa01-status not = "00"
                 move
                 " Erro de abertura no ARQSA01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to sa01-stat
              end-if
           end-if.
      *
       rot-close-sa01.
           if sa01-stat = "A"
              close arqsa01
              move "F" to sa01-stat
           end-if.
      *
       rot-le-sa01.
           move 0 to erro.
           read arqsa01 invalid key move 1 to erro.
           if sa01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-sa01
           end-if.
      *
       rot-le-prox-sa01.
           move 0 to erro.
           read arqsa01 next record at end move 1 to erro.
           if sa01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-sa01
           end-if.
      *
       rot-open-md01.
           move 0 to erro.
           if md01-stat = "F"
              open input arqmd01
              if md01-status not = "00"
                 move 1 to erro
              else
                 move "A" to md01-stat
              end-if
           end-if.
      *
       rot-close-md01.
           if md01-stat = "A"
              close arqmd01
              move "F" to md01-stat
           end-if.
      *
       rot-le-prox-md01.
           move 0 to erro.
           read arqmd01 next record at end move 1 to erro.
           if md01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-md01
           end-if.
      *
       rot-open-lan.
           move 0 to erro.
           if lan-stat = "F"
              open output arqlan
              if lan-status not = "00"
                 move " Erro na criacao do arquivo de lancamentos - Tecl
      -          "e <Enter>" to mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to lan-stat
              end-if
           end-if.
      *
       rot-close-lan.
           if lan-stat = "A"
              close arqlan
              move "F" to lan-stat
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
           if funcao = "E"
              write reg-imp from cab-tit-enc after 1 line
           else
              write reg-imp from cab-tit-dem after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
      *
      *    Parametros do encerramento e das assinaturas
      *
       rot-le-param.
           move 0 to pe-resultado pe-patrimonio.
           move "50" to tabl-tipo.
           move "PARAM" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-enc
              if pe-resultado not numeric or pe-patrimonio not numeric
                 move 0 to pe-resultado pe-patrimonio
              end-if
           end-if.
           move 0 to ld-cargo.
           move spaces to ld-crc contador.
           move "49" to tabl-tipo.
           move "PARAM" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to contador
              move tabl-resto(4:15) to ld-crc
              if tabl-resto(1:3) numeric
                 move tabl-resto(1:3) to ld-cargo
              end-if
           end-if.
           move 0 to erro.
      *
      *    Classificacao da conta (tipo 50): grupo e descricao
      *
       rot-le-conta.
           move spaces to grupo dconta.
           move "50" to tabl-tipo.
           move spaces to tabl-codigo.
           move conta to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto(1:2) to grupo
              move tabl-descricao to dconta
           end-if.
      *
       rot-exercicio.
           if ano < 50
              compute ano4 = 2000 + ano
           else
              compute ano4 = 1900 + ano
           end-if.
           if ano = 0
              move 99 to ano-ant
           else
              compute ano-ant = ano - 1
           end-if.
           compute ano4-ant = ano4 - 1.
      *
       rot-grupo-valido.
           move 0 to erro.
           if grupo not = "AC" and "AN" and "PC" and "PN" and "PL"
              and "RE" and "DE"
              move 1 to erro
           end-if.
      *
       rot-acha-conta.
           if ct-busca = 0
              move 0 to ct-idx
              go to rot-acha-conta-fim
           end-if.
           move 1 to ct-idx.
       rot-acha-conta-1.
           if ct-idx > ct-qtd
              if ct-qtd >= ct-max
                 move 0 to ct-idx
                 go to rot-acha-conta-fim
              end-if
              add 1 to ct-qtd
              move ct-busca to ct-conta(ct-qtd)
              move spaces to ct-grupo(ct-qtd)
              move 0 to ct-saldo-ant(ct-qtd) ct-deb(ct-qtd)
                        ct-crd(ct-qtd) ct-enc-deb(ct-qtd)
                        ct-enc-crd(ct-qtd) ct-saldo(ct-qtd)
                        ct-res-atual(ct-qtd) ct-res-ant(ct-qtd)
              move ct-qtd to ct-idx
              go to rot-acha-conta-fim
           end-if.
           if ct-conta(ct-idx) = ct-busca
              go to rot-acha-conta-fim
           end-if.
           add 1 to ct-idx.
           go to rot-acha-conta-1.
       rot-acha-conta-fim.
           exit.
      *
      *    Ordena a tabela de contas pelo codigo da conta
      *
       rot-ordena.
           move 1 to ct-idx.
       rot-ordena-1.
           if ct-idx >= ct-qtd
              go to rot-ordena-fim
           end-if.
           compute ct-idx-2 = ct-idx + 1.
       rot-ordena-2.
           if ct-idx-2 > ct-qtd
              add 1 to ct-idx
              go to rot-ordena-1
           end-if.
           if ct-conta(ct-idx-2) < ct-conta(ct-idx)
              move ct-item(ct-idx) to ct-troca
              move ct-item(ct-idx-2) to ct-item(ct-idx)
              move ct-troca to ct-item(ct-idx-2)
           end-if.
           add 1 to ct-idx-2.
           go to rot-ordena-2.
       rot-ordena-fim.
           exit.
      *
      *    Grava um lancamento de encerramento no dia 31/12 do
      *    exercicio: arquivo do contador, ARQLD01 (competencia 13)
      *    e relatorio
      *
       rot-grava-enc.
           move 31 to dia-aux.
           move 12 to mes-aux.
           move ano to ano-aux.
           move data-aux to lan-data.
           move historico-aux to lan-historico.
           write reg-lan.
           add 1 to qtd-enc.
           add lan-valor to tot-enc.
           move ano to ld01-comp-ano.
           move 13 to ld01-comp-mes.
           move qtd-enc to ld01-seq.
           compute ld01-dias = (ano * 360) + 391.
           move lan-data to ld01-data.
           move lan-conta-deb to ld01-conta-deb.
           move lan-conta-crd to ld01-conta-crd.
           move lan-valor to ld01-valor.
           move lan-historico to ld01-historico.
           move 0 to ld01-folha.
           move param-usr to ld01-usuario.
           move param-data to ld01-data-grav.
           write reg-ld01 invalid key
                 continue
           end-write.
           move lan-conta-deb to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           if ct-idx not = 0
              add lan-valor to ct-enc-deb(ct-idx)
           end-if.
           move lan-conta-crd to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           if ct-idx not = 0
              add lan-valor to ct-enc-crd(ct-idx)
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move dia-aux to data-dd.
           move mes-aux to data-mm.
           move ano-aux to data-aa.
           move data-disp to cab-enc-data.
           move lan-conta-deb to cab-enc-deb.
           move lan-conta-crd to cab-enc-crd.
           move lan-valor to cab-enc-valor.
           move lan-historico to cab-enc-historico.
           write reg-imp from cab-lin-enc after 1 line.
           add 1 to linha.
      *
      *    Presidente em exercicio (cargo do PARAM do Livro Diario)
      *
       rot-presidente.
           move spaces to pres-nome.
           move 0 to pres-cpf.
           if ld-cargo = 0
              go to rot-presidente-fim
           end-if.
           perform rot-open-md01.
           if erro not = 0
              move 0 to erro
              go to rot-presidente-fim
           end-if.
           move ld-cargo to md01-cargo.
           start arqmd01 key is not less md01-chave-2 invalid key
                 go to rot-presidente-fim
           end-start.
       rot-presidente-1.
           perform rot-le-prox-md01.
           if erro not = 0 or md01-cargo not = ld-cargo
              move 0 to erro
              go to rot-presidente-fim
           end-if.
           if md01-chave = high-values or md01-situacao not = "A"
              go to rot-presidente-1
           end-if.
           move md01-nome to pres-nome.
           move md01-cpf to pres-cpf.
       rot-presidente-fim.
           perform rot-close-md01.
      *
       rot-assinaturas.
           if linha > 44
              perform rot-cabec
           end-if.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move spaces to term-linha.
           string "Sao Paulo, " data-disp "." delimited by size
                  into term-linha(30:)
           end-string.
           write reg-imp from term-linha after 3 lines.
           move spaces to term-linha.
           move all "_" to term-linha(1:35).
           move all "_" to term-linha(42:35).
           write reg-imp from term-linha after 5 lines.
           move spaces to term-linha.
           move pres-nome to term-linha(1:35).
           move contador to term-linha(42:35).
           write reg-imp from term-linha after 1 line.
           move pres-cpf to doc-9.
           move spaces to doc-fmt.
           string doc-x(4:3) "." doc-x(7:3) "." doc-x(10:3) "-"
                  doc-x(13:2) delimited by size into doc-fmt
           end-string.
           move spaces to term-linha.
           string "Presidente - CPF " doc-fmt delimited by size
                  into term-linha(1:35)
           end-string.
           string "Contador - CRC " ld-crc delimited by size
                  into term-linha(42:35)
           end-string.
           write reg-imp from term-linha after 1 line.
           move spaces to term-linha.
           move all "_" to term-linha(1:35).
           write reg-imp from term-linha after 5 lines.
           move "Conselho Fiscal" to term-linha.
           write reg-imp from term-linha after 1 line.
      *
      *    Imprime as contas de um grupo (dm-grupo) com o subtotal;
      *    dm-tipo "B" = saldo final (Balanco), "R" = resultado do
      *    ano antes do encerramento (DSP); dm-sinal inverte as
      *    contas de natureza credora
      *
       rot-imprime-grupo.
           move 0 to dm-sub-atual dm-sub-anterior.
           if linha > 54
              perform rot-cabec
           end-if.
           write reg-imp from cab-grupo-dem after 2 lines.
           add 2 to linha.
           move 1 to ct-idx.
       rot-imprime-grupo-1.
           if ct-idx > ct-qtd
              go to rot-imprime-grupo-2
           end-if.
           if ct-grupo(ct-idx) not = dm-grupo
              add 1 to ct-idx
              go to rot-imprime-grupo-1
           end-if.
           if dm-tipo = "B"
              compute dm-atual = ct-saldo(ct-idx) * dm-sinal
              compute dm-anterior = ct-saldo-ant(ct-idx) * dm-sinal
           else
              compute dm-atual = ct-res-atual(ct-idx) * dm-sinal
              compute dm-anterior = ct-res-ant(ct-idx) * dm-sinal
           end-if.
           if dm-atual = 0 and dm-anterior = 0
              add 1 to ct-idx
              go to rot-imprime-grupo-1
           end-if.
           add dm-atual to dm-sub-atual.
           add dm-anterior to dm-sub-anterior.
           if linha > 56
              perform rot-cabec
           end-if.
           move ct-conta(ct-idx) to cab-dem-conta conta.
           perform rot-le-conta.
           move dconta to cab-dem-descricao.
           move dm-atual to cab-dem-atual.
           move dm-anterior to cab-dem-anterior.
           write reg-imp from cab-lin-dem after 1 line.
           add 1 to linha.
           add 1 to ct-idx.
           go to rot-imprime-grupo-1.
       rot-imprime-grupo-2.
           move "Total" to cab-sub-titulo.
           move dm-sub-atual to cab-sub-atual.
           move dm-sub-anterior to cab-sub-anterior.
           write reg-imp from cab-sub-dem after 1 line.
           add 1 to linha.
           add dm-sub-atual to dm-tot-atual.
           add dm-sub-anterior to dm-tot-anterior.
       rot-imprime-grupo-fim.
           exit.
      *
       rot-imprime-total.
           if linha > 55
              perform rot-cabec
           end-if.
           write reg-imp from tracos after 1 line.
           move dm-tot-atual to cab-sub-atual.
           move dm-tot-anterior to cab-sub-anterior.
           write reg-imp from cab-sub-dem after 1 line.
           write reg-imp from tracos after 1 line.
           add 3 to linha.
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
           if funcao not = "C" and "P" and "S" and "E" and "D"
              go to lab-fun-01
           end-if.
           if funcao not = "D" and param-prioridade < 8
              move " Funcao restrita ao supervisor - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "C"
                         perform sec-contas
                    when funcao = "P"
                         perform sec-parametros
                    when funcao = "S"
                         perform sec-saldo
                    when funcao = "E"
                         perform sec-encerramento
                    when funcao = "D"
                         perform sec-demonstracoes
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
      *  Classificacao       *
      *                      *
      ************************
      *
       sec-contas section.
      *
       lab-con-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-con-fim
           end-if.
           display tela-contas.
      *
       lab-con-01.
           move 0 to conta.
           perform lmp-conta thru lmp-grupo.
           perform acc-conta.
           if escape-key = 1
              go to lab-con-fim
           end-if.
           if conta = 0
              go to lab-con-01
           end-if.
           perform rot-le-conta.
           move 0 to erro.
      *
       lab-con-02.
           perform acc-dconta.
           if escape-key = 1
              go to lab-con-01
           end-if.
           move dconta to txt.
           perform rot-texto.
           move txt to dconta.
           if dconta = spaces
              go to lab-con-02
           end-if.
      *
       lab-con-03.
           perform acc-grupo.
           if escape-key = 1
              go to lab-con-02
           end-if.
           move grupo to txt.
           perform rot-texto.
           move txt to grupo.
           perform rot-grupo-valido.
           if erro not = 0
              go to lab-con-03
           end-if.
      *
       lab-con-04.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-con-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-con-01
           else
              if resposta not = "S"
                 go to lab-con-04
              end-if
           end-if.
           display tela-limpa-cad.
           move "50" to tabl-tipo.
           move spaces to tabl-codigo.
           move conta to tabl-codigo.
           perform rot-le-tabl.
           move "50" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move conta to tabl-codigo.
           move dconta to tabl-descricao tabl-descricao-1.
           move spaces to tabl-resto.
           move grupo to tabl-resto(1:2).
           move param-usr to tabl-usr.
           move param-data to tabl-data.
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
           go to lab-con-01.
      *
       lab-con-fim.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Parametros          *
      *                      *
      ************************
      *
       sec-parametros section.
      *
       lab-par-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-par-fim
           end-if.
           perform rot-le-param.
           display tela-par.
           move pe-resultado to conta-resultado.
           move pe-patrimonio to conta-patrimonio.
      *
       lab-par-01.
           perform acc-conta-resultado.
           if escape-key = 1
              go to lab-par-fim
           end-if.
           move conta-resultado to conta.
           perform rot-le-conta.
           if erro not = 0 or grupo not = "PL"
              move " Conta de apuracao deve ser classificada PL - Tecle 
      -    "<Enter>" to mensagem
              perform rot-erro-cad
              go to lab-par-01
           end-if.
      *
       lab-par-02.
           perform acc-conta-patrimonio.
           if escape-key = 1
              go to lab-par-01
           end-if.
           move conta-patrimonio to conta.
           perform rot-le-conta.
           if erro not = 0 or grupo not = "PL" or
              conta-patrimonio = conta-resultado
              move " Patrimonio social deve ser outra conta PL - Tecle
      -       " <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-par-02
           end-if.
      *
       lab-par-03.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-par-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-par-fim
           else
              if resposta not = "S"
                 go to lab-par-03
              end-if
           end-if.
           display tela-limpa-cad.
           move conta-resultado to pe-resultado.
           move conta-patrimonio to pe-patrimonio.
           move "50" to tabl-tipo.
           move "PARAM" to tabl-codigo.
           perform rot-le-tabl.
           move "50" to tabl-tipo tabl-tipo-1.
           move "PARAM" to tabl-codigo.
           move "ENCERRAMENTO DO EXERCICIO" to tabl-descricao
                                              tabl-descricao-1.
           move par-enc to tabl-resto.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
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
       lab-par-fim.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Saldos de abertura  *
      *                      *
      ************************
      *
       sec-saldo section.
      *
      *    Gravados no ano anterior ao exercicio informado, como se
      *    fossem o saldo final de um encerramento (origem "I")
      *
       lab-sal-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-sal-fim
           end-if.
           perform rot-open-sa01.
           if erro not = 0
              go to lab-sal-fim
           end-if.
           display tela-saldo.
      *
       lab-sal-01.
           move 0 to ano.
           perform lmp-ano thru lmp-natureza.
           perform acc-ano.
           if escape-key = 1
              go to lab-sal-fim
           end-if.
           perform rot-exercicio.
      *
       lab-sal-02.
           move 0 to conta.
           perform lmp-conta-sal thru lmp-natureza.
           perform acc-conta-sal.
           if escape-key = 1
              go to lab-sal-01
           end-if.
           if conta = 0
              go to lab-sal-02
           end-if.
           perform rot-le-conta.
           if erro not = 0
              move " Conta sem classificacao (funcao C) - Tecle <Enter
      -       ">" to mensagem
              perform rot-erro-cad
              go to lab-sal-02
           end-if.
           if grupo = "RE" or "DE"
              move " Conta de resultado sem saldo de abertura - Tecle <E
      -    "nter>" to mensagem
              perform rot-erro-cad
              go to lab-sal-02
           end-if.
           perform dsp-dconta-sal.
           move ano-ant to sa01-ano.
           move conta to sa01-conta.
           perform rot-le-sa01.
           if erro = 0 and sa01-origem not = "I"
              move " Exercicio anterior ja encerrado - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-sal-02
           end-if.
           move 0 to valor-aux.
           move "D" to natureza.
           if erro = 0
              if sa01-saldo < 0
                 compute valor-aux = sa01-saldo * -1
                 move "C" to natureza
              else
                 move sa01-saldo to valor-aux
              end-if
           end-if.
      *
       lab-sal-03.
           perform acc-valor.
           if escape-key = 1
              go to lab-sal-02
           end-if.
      *
       lab-sal-04.
           perform acc-natureza.
           if escape-key = 1
              go to lab-sal-03
           end-if.
           move natureza to txt.
           perform rot-texto.
           move txt to natureza.
           if natureza not = "D" and "C"
              go to lab-sal-04
           end-if.
      *
       lab-sal-05.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-sal-04
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-sal-02
           else
              if resposta not = "S"
                 go to lab-sal-05
              end-if
           end-if.
           display tela-limpa-cad.
           move ano-ant to sa01-ano.
           move conta to sa01-conta.
           perform rot-le-sa01.
           move ano-ant to sa01-ano.
           move conta to sa01-conta.
           move grupo to sa01-grupo.
           move 0 to sa01-saldo-ant sa01-debitos sa01-creditos
                     sa01-enc-deb sa01-enc-crd.
           move valor-aux to saldo-aux.
           if natureza = "C"
              compute saldo-aux = saldo-aux * -1
           end-if.
           move saldo-aux to sa01-saldo.
           move "I" to sa01-origem.
           move param-usr to sa01-usuario.
           move param-data to sa01-data-grav.
           if erro = 0
              rewrite reg-sa01 invalid key
                      continue
              end-rewrite
           else
              write reg-sa01 invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-sal-02.
      *
       lab-sal-fim.
           perform rot-close-sa01.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Encerramento        *
      *                      *
      ************************
      *
       sec-encerramento section.
      *
       lab-enc-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           perform rot-le-param.
           if pe-resultado = 0 or pe-patrimonio = 0
              move " Contas de apuracao/patrimonio faltando (P) - Tecle 
      -    "<Enter>" to mensagem
              perform rot-erro-cad
              go to lab-enc-fim
           end-if.
           display tela-enc.
      *
       lab-enc-01.
           move 0 to ano.
           perform lmp-ano thru lmp-nome-lan.
           perform acc-ano.
           if escape-key = 1
              go to lab-enc-fim
           end-if.
           perform rot-exercicio.
      *
      *    Livro Diario do ano ja emitido nao recebe mais lancamentos
      *
           move "49" to tabl-tipo.
           move spaces to tabl-codigo.
           move "D" to tabl-codigo(1:1).
           move ano to tabl-codigo(2:2).
           perform rot-le-tabl.
           if erro = 0 and tabl-resto(11:1) = "E"
              move " Ano ja emitido no Livro Diario - encerramento recus
      -    "ado" to mensagem
              perform rot-erro-cad
              go to lab-enc-01
           end-if.
           move 0 to erro.
      *
      *    Competencia de dezembro fechada (tabela tipo 11)
      *
           compute fc-par-data = (ano * 360) + 390.
           call "rotfc01" using campo-fecha.
           if fc-par-fechada = "S"
              move " Competencia 12 fechada - sem encerramento - Tecle <
      -    "Enter>" to mensagem
              perform rot-erro-cad
              go to lab-enc-01
           end-if.
      *
       lab-enc-02.
           move spaces to nome-lan.
           perform acc-nome-lan.
           if escape-key = 1
              go to lab-enc-01
           end-if.
           if nome-lan = spaces
              go to lab-enc-02
           end-if.
      *
       lab-enc-03.
           move "Gera o encerramento do exercicio (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-enc-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-enc-01
           else
              if resposta not = "S"
                 go to lab-enc-03
              end-if
           end-if.
           move "Aguarde - apurando os saldos do exercicio" to
                mensagem.
           display tela-mensagem-cad.
           perform rot-open-ld01.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           perform rot-open-sa01.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           move 0 to pagina qtd-enc tot-enc qtd-sem-grupo ct-qtd.
           move spaces to cab-titulo.
           string "Encerramento do Exercicio de " ano4
                  delimited by size into cab-titulo
           end-string.
           perform rot-cabec.
      *
      *    Saldo final do ano anterior
      *
           move ano-ant to sa01-ano.
           move 0 to sa01-conta.
           start arqsa01 key is not less sa01-chave invalid key
                 go to lab-enc-05
           end-start.
      *
       lab-enc-04.
           perform rot-le-prox-sa01.
           if erro not = 0 or sa01-ano not = ano-ant
              move 0 to erro
              go to lab-enc-05
           end-if.
           move sa01-conta to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           if ct-idx not = 0
              add sa01-saldo to ct-saldo-ant(ct-idx)
           end-if.
           go to lab-enc-04.
      *
      *    Movimento das competencias 01 a 12 do ano
      *
       lab-enc-05.
           move ano to ld01-comp-ano.
           move 1 to ld01-comp-mes.
           move 0 to ld01-seq.
           start arqld01 key is not less ld01-chave invalid key
                 go to lab-enc-07
           end-start.
      *
       lab-enc-06.
           perform rot-le-prox-ld01.
           if erro not = 0 or ld01-comp-ano not = ano or
              ld01-comp-mes > 12
              move 0 to erro
              go to lab-enc-07
           end-if.
           move ld01-conta-deb to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           if ct-idx not = 0
              add ld01-valor to ct-deb(ct-idx)
           end-if.
           move ld01-conta-crd to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           if ct-idx not = 0
              add ld01-valor to ct-crd(ct-idx)
           end-if.
           go to lab-enc-06.
      *
      *    Classificacao de todas as contas movimentadas
      *
       lab-enc-07.
           move pe-resultado to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           move ct-idx to idx-resultado.
           move pe-patrimonio to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           move ct-idx to idx-patrimonio.
           if idx-resultado = 0 or idx-patrimonio = 0
              move " Tabela de contas cheia - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-enc-fim
           end-if.
           move 1 to ct-idx-2.
      *
       lab-enc-08.
           if ct-idx-2 > ct-qtd
              go to lab-enc-09
           end-if.
           move ct-conta(ct-idx-2) to conta.
           perform rot-le-conta.
           move grupo to ct-grupo(ct-idx-2).
           perform rot-grupo-valido.
           if erro not = 0
              add 1 to qtd-sem-grupo
              move conta to cab-sem-conta
              write reg-imp from cab-sem-grupo after 1 line
              add 1 to linha
              if linha > 56
                 perform rot-cabec
              end-if
           end-if.
           move 0 to erro.
           add 1 to ct-idx-2.
           go to lab-enc-08.
      *
       lab-enc-09.
           if qtd-sem-grupo not = 0
              write reg-imp from spaces after page
              move " Contas sem classificacao (C) - nada gravado - Tecle
      -    " <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-enc-fim
           end-if.
           perform rot-open-lan.
           if erro not = 0
              go to lab-enc-fim
           end-if.
      *
      *    Reprocessamento: retira o encerramento anterior do ano
      *
           move ano to ld01-comp-ano.
           move 13 to ld01-comp-mes.
           move 0 to ld01-seq.
           start arqld01 key is not less ld01-chave invalid key
                 go to lab-enc-11
           end-start.
      *
       lab-enc-10.
           perform rot-le-prox-ld01.
           if erro not = 0 or ld01-comp-ano not = ano or
              ld01-comp-mes not = 13
              move 0 to erro
              go to lab-enc-11
           end-if.
           delete arqld01 record invalid key
                  continue
           end-delete.
           go to lab-enc-10.
      *
      *    Receitas e despesas contra a conta de apuracao
      *
       lab-enc-11.
           move spaces to historico-aux.
           string "ENCERRAMENTO EXERCICIO " ano4 delimited by size
                  into historico-aux
           end-string.
           move 1 to ct-idx-2.
      *
       lab-enc-12.
           if ct-idx-2 > ct-qtd
              go to lab-enc-13
           end-if.
           if ct-grupo(ct-idx-2) not = "RE" and "DE"
              add 1 to ct-idx-2
              go to lab-enc-12
           end-if.
           compute saldo-aux = ct-saldo-ant(ct-idx-2) +
                   ct-deb(ct-idx-2) - ct-crd(ct-idx-2).
           if saldo-aux < 0
              move ct-conta(ct-idx-2) to lan-conta-deb
              move pe-resultado to lan-conta-crd
              compute lan-valor = saldo-aux * -1
              perform rot-grava-enc
           end-if.
           if saldo-aux > 0
              move pe-resultado to lan-conta-deb
              move ct-conta(ct-idx-2) to lan-conta-crd
              move saldo-aux to lan-valor
              perform rot-grava-enc
           end-if.
           add 1 to ct-idx-2.
           go to lab-enc-12.
      *
      *    Superavit (saldo credor) ou deficit ao patrimonio social
      *
       lab-enc-13.
           compute saldo-aux = ct-saldo-ant(idx-resultado) +
                   ct-deb(idx-resultado) - ct-crd(idx-resultado) +
                   ct-enc-deb(idx-resultado) -
                   ct-enc-crd(idx-resultado).
           compute superavit = saldo-aux * -1.
           if saldo-aux < 0
              move spaces to historico-aux
              string "SUPERAVIT DO EXERCICIO " ano4 delimited by size
                     into historico-aux
              end-string
              move pe-resultado to lan-conta-deb
              move pe-patrimonio to lan-conta-crd
              compute lan-valor = saldo-aux * -1
              perform rot-grava-enc
           end-if.
           if saldo-aux > 0
              move spaces to historico-aux
              string "DEFICIT DO EXERCICIO " ano4 delimited by size
                     into historico-aux
              end-string
              move pe-patrimonio to lan-conta-deb
              move pe-resultado to lan-conta-crd
              move saldo-aux to lan-valor
              perform rot-grava-enc
           end-if.
      *
      *    Saldos do ano (substitui os de processamento anterior)
      *
           move ano to sa01-ano.
           move 0 to sa01-conta.
           start arqsa01 key is not less sa01-chave invalid key
                 go to lab-enc-15
           end-start.
      *
       lab-enc-14.
           perform rot-le-prox-sa01.
           if erro not = 0 or sa01-ano not = ano
              move 0 to erro
              go to lab-enc-15
           end-if.
           delete arqsa01 record invalid key
                  continue
           end-delete.
           go to lab-enc-14.
      *
       lab-enc-15.
           move 1 to ct-idx-2.
      *
       lab-enc-16.
           if ct-idx-2 > ct-qtd
              go to lab-enc-17
           end-if.
           move ano to sa01-ano.
           move ct-conta(ct-idx-2) to sa01-conta.
           move ct-grupo(ct-idx-2) to sa01-grupo.
           move ct-saldo-ant(ct-idx-2) to sa01-saldo-ant.
           move ct-deb(ct-idx-2) to sa01-debitos.
           move ct-crd(ct-idx-2) to sa01-creditos.
           move ct-enc-deb(ct-idx-2) to sa01-enc-deb.
           move ct-enc-crd(ct-idx-2) to sa01-enc-crd.
           compute sa01-saldo = ct-saldo-ant(ct-idx-2) +
                   ct-deb(ct-idx-2) - ct-crd(ct-idx-2) +
                   ct-enc-deb(ct-idx-2) - ct-enc-crd(ct-idx-2).
           move "E" to sa01-origem.
           move param-usr to sa01-usuario.
           move param-data to sa01-data-grav.
           write reg-sa01 invalid key
                 continue
           end-write.
           add 1 to ct-idx-2.
           go to lab-enc-16.
      *
       lab-enc-17.
           write reg-imp from tracos after 1 line.
           move qtd-enc to cab-tot-qtd.
           move tot-enc to cab-tot-valor.
           write reg-imp from cab-tot-enc after 1 line.
           if superavit < 0
              move "Deficit do exercicio.........:" to cab-res-txt
              compute cab-res-valor = superavit * -1
           else
              move "Superavit do exercicio.......:" to cab-res-txt
              move superavit to cab-res-valor
           end-if.
           write reg-imp from cab-res-enc after 1 line.
           write reg-imp from spaces after page.
           move "Encerramento gravado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-enc-fim.
           perform rot-close-imp.
           perform rot-close-lan.
           perform rot-close-sa01.
           perform rot-close-ld01.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Demonstracoes       *
      *                      *
      ************************
      *
       sec-demonstracoes section.
      *
       lab-dem-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-dem-fim
           end-if.
           perform rot-open-sa01.
           if erro not = 0
              go to lab-dem-fim
           end-if.
           perform rot-le-param.
           display tela-dem.
      *
       lab-dem-01.
           move 0 to ano.
           perform lmp-ano.
           perform acc-ano.
           if escape-key = 1
              go to lab-dem-fim
           end-if.
           perform rot-exercicio.
           move 0 to ct-qtd.
           move ano to sa01-ano.
           move 0 to sa01-conta.
           move 0 to erro.
           start arqsa01 key is not less sa01-chave invalid key
                 move 1 to erro
           end-start.
           if erro = 0
              perform rot-le-prox-sa01
           end-if.
           if erro not = 0 or sa01-ano not = ano or
              sa01-origem not = "E"
              move 0 to erro
              move " Exercicio nao encerrado (funcao E) - Tecle <Ente
      -       "r>" to mensagem
              perform rot-erro-cad
              go to lab-dem-01
           end-if.
      *
       lab-dem-02.
           move "Imprime Balanco e DSP (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-dem-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-dem-01
           else
              if resposta not = "S"
                 go to lab-dem-02
              end-if
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
      *
      *    Exercicio: saldo final e resultado antes do encerramento
      *
       lab-dem-03.
           move sa01-conta to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           if ct-idx not = 0
              move sa01-grupo to ct-grupo(ct-idx)
              move sa01-saldo to ct-saldo(ct-idx)
              compute ct-res-atual(ct-idx) = sa01-saldo-ant +
                      sa01-debitos - sa01-creditos
           end-if.
           perform rot-le-prox-sa01.
           if erro = 0 and sa01-ano = ano
              go to lab-dem-03
           end-if.
           move 0 to erro.
      *
      *    Exercicio anterior (encerrado ou saldo de abertura)
      *
           move ano-ant to sa01-ano.
           move 0 to sa01-conta.
           start arqsa01 key is not less sa01-chave invalid key
                 go to lab-dem-05
           end-start.
      *
       lab-dem-04.
           perform rot-le-prox-sa01.
           if erro not = 0 or sa01-ano not = ano-ant
              move 0 to erro
              go to lab-dem-05
           end-if.
           move sa01-conta to ct-busca.
           perform rot-acha-conta thru rot-acha-conta-fim.
           if ct-idx not = 0
              if ct-grupo(ct-idx) = spaces
                 move sa01-grupo to ct-grupo(ct-idx)
              end-if
              move sa01-saldo to ct-saldo-ant(ct-idx)
              compute ct-res-ant(ct-idx) = sa01-saldo-ant +
                      sa01-debitos - sa01-creditos
           end-if.
           go to lab-dem-04.
      *
       lab-dem-05.
           perform rot-ordena thru rot-ordena-fim.
           perform rot-presidente thru rot-presidente-fim.
           perform rot-open-imp.
           if erro not = 0
              go to lab-dem-fim
           end-if.
           move ano4 to cab-dem-ano.
           move ano4-ant to cab-dem-ano-ant.
           move 0 to pagina.
           move spaces to cab-titulo.
           string "Balanco Patrimonial em 31/12/" ano4
                  delimited by size into cab-titulo
           end-string.
           perform rot-cabec.
           move "B" to dm-tipo.
      *
      *    Ativo (natureza devedora)
      *
           move 0 to dm-tot-atual dm-tot-anterior.
           move 1 to dm-sinal.
           move "ATIVO CIRCULANTE" to cab-grupo-titulo.
           move "AC" to dm-grupo.
           perform rot-imprime-grupo thru rot-imprime-grupo-fim.
           move "ATIVO NAO CIRCULANTE" to cab-grupo-titulo.
           move "AN" to dm-grupo.
           perform rot-imprime-grupo thru rot-imprime-grupo-fim.
           move "TOTAL DO ATIVO" to cab-sub-titulo.
           perform rot-imprime-total.
      *
      *    Passivo e patrimonio social (natureza credora)
      *
           move 0 to dm-tot-atual dm-tot-anterior.
           move -1 to dm-sinal.
           move "PASSIVO CIRCULANTE" to cab-grupo-titulo.
           move "PC" to dm-grupo.
           perform rot-imprime-grupo thru rot-imprime-grupo-fim.
           move "PASSIVO NAO CIRCULANTE" to cab-grupo-titulo.
           move "PN" to dm-grupo.
           perform rot-imprime-grupo thru rot-imprime-grupo-fim.
           move "PATRIMONIO SOCIAL" to cab-grupo-titulo.
           move "PL" to dm-grupo.
           perform rot-imprime-grupo thru rot-imprime-grupo-fim.
           move "TOTAL DO PASSIVO E PATRIMONIO" to cab-sub-titulo.
           perform rot-imprime-total.
           perform rot-assinaturas.
      *
      *    Demonstracao do Superavit/Deficit
      *
           move spaces to cab-titulo.
           string "Demonstracao do Superavit/Deficit - " ano4
                  delimited by size into cab-titulo
           end-string.
           perform rot-cabec.
           move "R" to dm-tipo.
           move 0 to dm-tot-atual dm-tot-anterior.
           move -1 to dm-sinal.
           move "RECEITAS" to cab-grupo-titulo.
           move "RE" to dm-grupo.
           perform rot-imprime-grupo thru rot-imprime-grupo-fim.
           move dm-tot-atual to dm-rec-atual.
           move dm-tot-anterior to dm-rec-anterior.
           move 0 to dm-tot-atual dm-tot-anterior.
           move 1 to dm-sinal.
           move "DESPESAS" to cab-grupo-titulo.
           move "DE" to dm-grupo.
           perform rot-imprime-grupo thru rot-imprime-grupo-fim.
           compute dm-tot-atual = dm-rec-atual - dm-tot-atual.
           compute dm-tot-anterior = dm-rec-anterior - dm-tot-anterior.
           move "SUPERAVIT (DEFICIT) DO EXERC." to cab-sub-titulo.
           perform rot-imprime-total.
           perform rot-assinaturas.
           write reg-imp from spaces after page.
           display tela-limpa-cad.
      *
       lab-dem-fim.
           perform rot-close-imp.
           perform rot-close-sa01.
           perform rot-close-tabl.
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
       acc-conta.
           accept conta at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dconta.
           accept dconta at 1129 with auto update prompt
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
       acc-conta-resultado.
           accept conta-resultado at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conta-patrimonio.
           accept conta-patrimonio at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ano.
           accept ano at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-conta-sal.
           accept conta at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept valor-aux at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-natureza.
           accept natureza at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome-lan.
           accept nome-lan at 1129 with auto update prompt
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
       dsp-dconta-sal.
           display dconta at 1135 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-conta.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-dconta.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-grupo.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-ano.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-lan.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
           display limpa-10(1:2) at 1139 with foreground-color 15
                   background-color 01.
      *
       lmp-conta-sal.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
           display limpa-10(1:7) at 1239 with foreground-color 15
                   background-color 01.
      *
       lmp-natureza.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
