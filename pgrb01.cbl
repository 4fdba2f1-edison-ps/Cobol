      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGRB01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Reembolso de Bilhetes do Balcao :                          *
      *                                                             *
      *  (S)olicitacao - pedido de reembolso do bilhete cancelado   *
      *                  pelo passageiro (agencia pelo ARQBS01);    *
      *  (A)plicacao   - data em que o reembolso foi aplicado no    *
      *                  BSP. O credito do BSP chega pela           *
      *                  importacao da decena (pgab13), que marca   *
      *                  o pedido como creditado;                   *
      *  (R)epasse     - credita a agencia no ARQCR01 (rotcr01,     *
      *                  origem "T"), descontada a taxa de          *
      *                  cancelamento da tabela de tarifas          *
      *                  (ARQTR01, servico 99);                     *
      *  (L)istagem    - pedidos por situacao, com os dias desde a  *
      *                  solicitacao.                               *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgrb01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqrb01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is rb01-chave
                  alternate record key is rb01-chave-1 with duplicates
                  alternate record key is rb01-chave-2 with duplicates
                  file status is rb01-status.
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
           select arqtr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tr01-chave
                  alternate record key is tr01-chave-1 with duplicates
                  file status is tr01-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdrb01.lib.
      *
       copy fdbs01.lib.
      *
       copy fdab01.lib.
      *
       copy fdtr01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 rb01-status                  pic x(02) value "00".
       01 rb01-stat                    pic x(01) value "F".
      *
       01 nome-arq-rb01.
          02 rb01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 rb01-nome                 pic x(08) value "ARQRB01A".
          02 filler                    pic x(01) value ".".
          02 rb01-ext                  pic x(03) value "DAT".
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
       01 tr01-status                  pic x(02) value "00".
       01 tr01-stat                    pic x(01) value "F".
      *
       01 nome-arq-tr01.
          02 tr01-dir                  pic x(03) value "AB3".
          02 filler                    pic x(01) value "\".
          02 tr01-nome                 pic x(08) value "ARQTR01A".
          02 filler                    pic x(01) value ".".
          02 tr01-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRB01".
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
          02 bilhete                   pic 9(07) value 0.
          02 cia                       pic x(02) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 pax                       pic x(30) value spaces.
          02 valor-aux                 pic z(08)9,9(02) value 0.
          02 taxa-aux                  pic z(06)9,9(02) value 0.
          02 valor-disp                pic z.zzz.zzz.zz9,99.
          02 data-sol                  pic 9(06) value 0.
          02 data-apl                  pic 9(06) value 0.
          02 obs                       pic x(40) value spaces.
          02 situacao                  pic x(01) value spaces.
          02 razao                     pic x(30) value spaces.
          02 desc-situacao             pic x(12) value spaces.
          02 documento                 pic x(10) value spaces.
      *
       01 valor-sol                    pic 9(09)v9(02) value 0.
       01 valor-taxa                   pic 9(07)v9(02) value 0.
       01 valor-rep                    pic s9(09)v9(02) value 0.
       01 hoje-sec                     pic 9(06) value 0.
       01 data-sec-aux                 pic 9(06) value 0.
       01 vig-sec                      pic 9(06) value 0.
       01 destino-taxa                 pic x(03) value spaces.
      *
       01 doc-reembolso.
          02 filler                    pic x(03) value "RMB".
          02 doc-rmb-bilhete           pic 9(07) value 0.
      *
       01 obs-credito.
          02 filler                    pic x(18) value
             "REEMBOLSO BILHETE ".
          02 obs-crd-bilhete           pic 9(07) value 0.
          02 filler                    pic x(01) value spaces.
          02 obs-crd-cia               pic x(02) value spaces.
          02 filler                    pic x(02) value spaces.
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
       01 sit-filtro                   pic x(01) value spaces.
       01 tot-qtd                      pic 9(05) value 0.
       01 tot-solicitado               pic 9(11)v9(02) value 0.
       01 tot-creditado                pic 9(11)v9(02) value 0.
       01 tot-repassado                pic 9(11)v9(02) value 0.
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
          "Reembolsos de Bilhetes do Balcao".
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(08) value "Bilhete".
          02 filler                    pic x(03) value "Cia".
          02 filler                    pic x(22) value "Agencia".
          02 filler                    pic x(09) value "Solicit.".
          02 filler                    pic x(05) value "Sit.".
          02 filler                    pic x(05) value "Dias".
          02 filler                    pic x(13) value
             "   Solicitado".
          02 filler                    pic x(13) value
             "  Credito BSP".
      *
       01 cab-lin.
          02 cab-lin-bilhete           pic 9(07) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-cia               pic x(02) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-codigo            pic 9(05) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-razao             pic x(15) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-data              pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-situacao          pic x(04) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-dias              pic zzz9 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-solicitado        pic z.zzz.zz9,99 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-creditado         pic z.zzz.zz9,99 value 0.
      *
       01 cab-res.
          02 cab-res-txt               pic x(38) value spaces.
          02 cab-res-valor             pic zz.zzz.zzz.zz9,99.
      *
       01 cab-res-qtd.
          02 filler                    pic x(38) value
             "Pedidos relacionados................:".
          02 cab-res-pedidos           pic zzzz9 value 0.
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
          02 line 07 column 43 foreground-color 06 background-color 01
             highlight value "Reembolso de Bilhetes".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (S/A/R/L).....:".
      *
       01 tela-pedido.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Bilhete..............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Cia / agencia........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Passageiro...........:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Valor solicitado.....:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Solicitacao / aplic..:".
          02 line 14 column 31 foreground-color 06 background-color 01
             highlight value "/  /        /  /".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Credito BSP / decena.:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Taxa cancelamento....:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Valor repassado......:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Observacao...........:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Situacao.............:".
      *
       01 tela-listagem.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Situacao (S/A/C/R)...:".
          02 line 10 column 33 foreground-color 06 background-color 01
             highlight value "branco = pedidos em aberto".
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
       rot-open-rb01.
           move 0 to erro.
           if rb01-stat = "F"
              open i-o arqrb01
              if rb01-status = "35"
                 open output arqrb01
                 close arqrb01
                 open i-o arqrb01
              end-if
              if rb01-status not = "00"
                 move
                 " Erro de abertura no ARQRB01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to rb01-stat
              end-if
           end-if.
      *
       rot-close-rb01.
           if rb01-stat = "A"
              close arqrb01
              move "F" to rb01-stat
           end-if.
      *
       rot-le-rb01.
           move 0 to erro.
           read arqrb01 invalid key move 1 to erro.
           if rb01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rb01
           end-if.
      *
       rot-le-prox-rb01.
           move 0 to erro.
           read arqrb01 next record at end move 1 to erro.
           if rb01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-rb01
           end-if.
      *
       rot-open-bs01.
           move 0 to erro.
           if bs01-stat = "F"
              open input arqbs01
              if bs01-status not = "00"
                 move
                 " Erro de abertura no ARQBS01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to bs01-stat
              end-if
           end-if.
      *
       rot-close-bs01.
           if bs01-stat = "A"
              close arqbs01
              move "F" to bs01-stat
           end-if.
      *
       rot-le-bs01.
           move 0 to erro.
           read arqbs01 invalid key move 1 to erro.
           if bs01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-bs01
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
      *    Tabela de tarifas e opcional: sem ela nao ha taxa
      *
       rot-open-tr01.
           move 0 to erro.
           if tr01-stat = "F"
              open input arqtr01
              if tr01-status = "00"
                 move "A" to tr01-stat
              end-if
           end-if.
      *
       rot-close-tr01.
           if tr01-stat = "A"
              close arqtr01
              move "F" to tr01-stat
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
      *    Agencia; codigo incorporado a outro (pgab0f) segue p/ o
      *    codigo novo
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
      *    Taxa de cancelamento: tarifa servico 99 de maior
      *    vigencia nao posterior a hoje, primeiro da cia do
      *    bilhete e, sem ela, a geral ("TOD")
      *
       rot-taxa.
           move 0 to valor-taxa.
           if tr01-stat not = "A"
              go to rot-taxa-fim
           end-if.
           move param-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to hoje-sec.
           move spaces to destino-taxa.
           move cia to destino-taxa(1:2).
           perform rot-taxa-busca thru rot-taxa-busca-fim.
           if valor-taxa not = 0
              go to rot-taxa-fim
           end-if.
           move "TOD" to destino-taxa.
           perform rot-taxa-busca thru rot-taxa-busca-fim.
       rot-taxa-fim.
           exit.
      *
       rot-taxa-busca.
           move 99 to tr01-servico.
           move destino-taxa to tr01-destino.
           move 1 to tr01-aerop.
           move 0 to tr01-vigencia.
           start arqtr01 key is not less tr01-chave invalid key
                 go to rot-taxa-busca-fim
           end-start.
       rot-taxa-busca-1.
           read arqtr01 next record at end
                go to rot-taxa-busca-fim
           end-read.
           if tr01-status = "9D"
              call "C_Wait" using by value campo-wait
              go to rot-taxa-busca-1
           end-if.
           if tr01-servico not = 99 or
              tr01-destino not = destino-taxa or
              tr01-aerop not = 1
              go to rot-taxa-busca-fim
           end-if.
           move tr01-vigencia to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to vig-sec.
           if vig-sec > hoje-sec
              go to rot-taxa-busca-1
           end-if.
           move tr01-valor to valor-taxa.
           go to rot-taxa-busca-1.
       rot-taxa-busca-fim.
           exit.
      *
       rot-desc-situacao.
           evaluate situacao
                    when "S" move "SOLICITADO" to desc-situacao
                    when "A" move "APLICADO BSP" to desc-situacao
                    when "C" move "CREDITADO" to desc-situacao
                    when "R" move "REPASSADO" to desc-situacao
                    when other move spaces to desc-situacao
           end-evaluate.
      *
       rot-carrega-pedido.
           move rb01-cia to cia.
           move rb01-codigo to codigo.
           move rb01-pax to pax.
           move rb01-valor-sol to valor-aux valor-sol.
           move rb01-data-sol to data-sol.
           move rb01-data-apl to data-apl.
           move rb01-obs to obs.
           move rb01-situacao to situacao.
           move rb01-documento to documento.
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
           if funcao not = "S" and "A" and "R" and "L"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "S"
                         perform sec-solicitacao
                    when funcao = "A"
                         perform sec-aplicacao
                    when funcao = "R"
                         perform sec-repasse
                    when funcao = "L"
                         perform sec-listagem
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
      *  Pedido de reembolso *
      *                      *
      ************************
      *
       sec-solicitacao section.
      *
       lab-sol-00.
           perform rot-open-rb01.
           if erro not = 0
              go to lab-sol-fim
           end-if.
           perform rot-open-bs01.
           if erro not = 0
              go to lab-sol-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-sol-fim
           end-if.
           display tela-pedido.
      *
       lab-sol-01.
           move 0 to bilhete.
           perform lmp-bilhete thru lmp-situacao.
           perform acc-bilhete.
           if escape-key = 1
              go to lab-sol-fim
           end-if.
           if bilhete = 0
              go to lab-sol-01
           end-if.
           move bilhete to rb01-bilhete.
           perform rot-le-rb01.
           if erro = 0
              perform rot-carrega-pedido
              perform rot-agencia thru rot-agencia-fim
              move 0 to erro
              perform dsp-pedido-todos
              if situacao not = "S"
                 move " Pedido ja em andamento no BSP - so consulta - Te
      -    "cle <Enter>" to mensagem
                 perform rot-erro-cad
                 go to lab-sol-01
              end-if
              go to lab-sol-02
           end-if.
           move 0 to erro.
           move bilhete to bs01-bilhete.
           perform rot-le-bs01.
           if erro not = 0
              move 0 to erro
              move " Bilhete nao consta das vendas BSP - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-sol-01
           end-if.
           move bs01-cia to cia.
           move bs01-codigo to codigo.
           move bs01-valor to valor-aux valor-sol.
           move spaces to pax obs documento.
           move param-data to data-sol.
           move 0 to data-apl.
           move "S" to situacao.
           perform rot-agencia thru rot-agencia-fim.
           move 0 to erro.
           perform dsp-pedido-todos.
      *
       lab-sol-02.
           perform acc-pax.
           if escape-key = 1
              go to lab-sol-01
           end-if.
           move pax to txt.
           perform rot-texto.
           move txt to pax.
           if pax = spaces
              go to lab-sol-02
           end-if.
      *
       lab-sol-03.
           perform acc-valor.
           if escape-key = 1
              go to lab-sol-02
           end-if.
           move valor-aux to valor-sol.
           if valor-sol = 0
              go to lab-sol-03
           end-if.
      *
       lab-sol-04.
           move data-sol to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform acc-data-sol thru acc-data-sol-fim.
           if escape-key = 1
              go to lab-sol-03
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-sol-04
           end-if.
           move dias-corr to data-sol.
      *
       lab-sol-05.
           perform acc-obs.
           if escape-key = 1
              go to lab-sol-04
           end-if.
           move obs to txt.
           perform rot-texto.
           move txt to obs.
      *
       lab-sol-06.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-sol-05
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-sol-01
           else
              if resposta not = "S"
                 go to lab-sol-06
              end-if
           end-if.
           display tela-limpa-cad.
           move bilhete to rb01-bilhete.
           perform rot-le-rb01.
           if erro not = 0
              move zeros to reg-rb01
              move spaces to rb01-documento
              move bilhete to rb01-bilhete
           end-if.
           move codigo to rb01-codigo.
           move "S" to rb01-situacao.
           move cia to rb01-cia.
           move pax to rb01-pax.
           move valor-sol to rb01-valor-sol.
           move data-sol to rb01-data-sol.
           move obs to rb01-obs.
           move param-usr to rb01-usuario.
           move param-data to rb01-data.
           if erro = 0
              rewrite reg-rb01 invalid key
                      continue
              end-rewrite
           else
              write reg-rb01 invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-sol-01.
      *
       lab-sol-fim.
           perform rot-close-ab01.
           perform rot-close-bs01.
           perform rot-close-rb01.
           exit.
      *
      ************************
      *                      *
      *  Aplicacao no BSP    *
      *                      *
      ************************
      *
       sec-aplicacao section.
      *
       lab-apl-00.
           perform rot-open-rb01.
           if erro not = 0
              go to lab-apl-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-apl-fim
           end-if.
           display tela-pedido.
      *
       lab-apl-01.
           move 0 to bilhete.
           perform lmp-bilhete thru lmp-situacao.
           perform acc-bilhete.
           if escape-key = 1
              go to lab-apl-fim
           end-if.
           if bilhete = 0
              go to lab-apl-01
           end-if.
           move bilhete to rb01-bilhete.
           perform rot-le-rb01.
           if erro not = 0
              move 0 to erro
              move " Pedido de reembolso nao cadastrado - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-apl-01
           end-if.
           perform rot-carrega-pedido.
           perform rot-agencia thru rot-agencia-fim.
           move 0 to erro.
           perform dsp-pedido-todos.
           if situacao not = "S" and "A"
              move " Reembolso ja creditado pelo BSP - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-apl-01
           end-if.
           if data-apl = 0
              move param-data to data-apl
           end-if.
      *
       lab-apl-02.
           move data-apl to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           perform acc-data-apl thru acc-data-apl-fim.
           if escape-key = 1
              go to lab-apl-01
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-apl-02
           end-if.
           move dias-corr to data-apl.
           move data-sol to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to data-sec-aux.
           move data-apl to data-sec-in.
           perform rot-data-sec.
           if data-sec-out < data-sec-aux
              perform rot-data-i
              go to lab-apl-02
           end-if.
      *
       lab-apl-03.
           move "Confirma a aplicacao no BSP (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-apl-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-apl-01
           else
              if resposta not = "S"
                 go to lab-apl-03
              end-if
           end-if.
           display tela-limpa-cad.
           move bilhete to rb01-bilhete.
           perform rot-le-rb01.
           if erro not = 0
              move 0 to erro
              go to lab-apl-01
           end-if.
           move "A" to rb01-situacao.
           move data-apl to rb01-data-apl.
           move param-usr to rb01-usuario.
           move param-data to rb01-data.
           rewrite reg-rb01 invalid key
                   continue
           end-rewrite.
           go to lab-apl-01.
      *
       lab-apl-fim.
           perform rot-close-ab01.
           perform rot-close-rb01.
           exit.
      *
      ************************
      *                      *
      *  Repasse a agencia   *
      *                      *
      ************************
      *
       sec-repasse section.
      *
       lab-rep-00.
           perform rot-open-rb01.
           if erro not = 0
              go to lab-rep-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-rep-fim
           end-if.
           perform rot-open-tr01.
           display tela-pedido.
      *
       lab-rep-01.
           move 0 to bilhete.
           perform lmp-bilhete thru lmp-situacao.
           perform acc-bilhete.
           if escape-key = 1
              go to lab-rep-fim
           end-if.
           if bilhete = 0
              go to lab-rep-01
           end-if.
           move bilhete to rb01-bilhete.
           perform rot-le-rb01.
           if erro not = 0
              move 0 to erro
              move " Pedido de reembolso nao cadastrado - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-rep-01
           end-if.
           perform rot-carrega-pedido.
           perform rot-agencia thru rot-agencia-fim.
           move 0 to erro.
           perform dsp-pedido-todos.
           if situacao = "R"
              move " Reembolso ja repassado - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-rep-01
           end-if.
           if situacao not = "C"
              move " Reembolso ainda nao creditado pelo BSP - Tecle <En
      -       "ter>" to mensagem
              perform rot-erro-cad
              go to lab-rep-01
           end-if.
           perform rot-taxa thru rot-taxa-fim.
           if valor-taxa > rb01-valor-bsp
              move rb01-valor-bsp to valor-taxa
           end-if.
           move valor-taxa to taxa-aux.
      *
       lab-rep-02.
           perform acc-taxa.
           if escape-key = 1
              go to lab-rep-01
           end-if.
           move taxa-aux to valor-taxa.
           compute valor-rep = rb01-valor-bsp - valor-taxa.
           if valor-rep < 0
              move " Taxa maior que o credito do BSP - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-rep-02
           end-if.
           move valor-rep to valor-disp.
           display valor-disp at 1729 with foreground-color 15
                   background-color 01.
      *
       lab-rep-03.
           move "Credita a agencia (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rep-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-rep-01
           else
              if resposta not = "S"
                 go to lab-rep-03
              end-if
           end-if.
           display tela-limpa-cad.
      *
      *    Credito lancado antes de marcar o pedido; taxa que
      *    consome todo o credito so encerra o pedido
      *
           move bilhete to doc-rmb-bilhete obs-crd-bilhete.
           move cia to obs-crd-cia.
           if valor-rep = 0
              move spaces to documento
              go to lab-rep-04
           end-if.
           move doc-reembolso to documento.
           move codigo to crd-par-codigo.
           move "A" to crd-par-condicao.
           move "C" to crd-par-tipo.
           move "T" to crd-par-origem.
           move doc-reembolso to crd-par-documento.
           move valor-rep to crd-par-valor.
           move param-data to crd-par-data.
           move obs-credito to crd-par-obs.
           move param-usr to crd-par-usr.
           call "rotcr01" using campo-credito.
           cancel "rotcr01".
           if crd-par-ok not = "S"
              move " Erro na gravacao do credito - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-rep-01
           end-if.
      *
       lab-rep-04.
           move bilhete to rb01-bilhete.
           perform rot-le-rb01.
           if erro not = 0
              move 0 to erro
              go to lab-rep-01
           end-if.
           move "R" to rb01-situacao.
           move valor-taxa to rb01-taxa.
           move valor-rep to rb01-valor-rep.
           move param-data to rb01-data-rep.
           move documento to rb01-documento.
           move param-usr to rb01-usuario.
           move param-data to rb01-data.
           rewrite reg-rb01 invalid key
                   continue
           end-rewrite.
           go to lab-rep-01.
      *
       lab-rep-fim.
           perform rot-close-tr01.
           perform rot-close-ab01.
           perform rot-close-rb01.
           exit.
      *
      ************************
      *                      *
      *  Listagem            *
      *                      *
      ************************
      *
       sec-listagem section.
      *
       lab-lst-00.
           perform rot-open-rb01.
           if erro not = 0
              go to lab-lst-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-lst-fim
           end-if.
           display tela-listagem.
      *
       lab-lst-01.
           move spaces to sit-filtro.
           perform acc-sit-filtro.
           if escape-key = 1
              go to lab-lst-fim
           end-if.
           move sit-filtro to txt.
           perform rot-texto.
           move txt to sit-filtro.
           if sit-filtro not = space and "S" and "A" and "C" and "R"
              go to lab-lst-01
           end-if.
      *
       lab-lst-02.
           move "Imprime a listagem (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-lst-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-lst-01
           else
              if resposta not = "S"
                 go to lab-lst-02
              end-if
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-imp.
           if erro not = 0
              go to lab-lst-fim
           end-if.
           move 0 to pagina tot-qtd tot-solicitado tot-creditado
                     tot-repassado.
           move param-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to hoje-sec.
           perform rot-cabec.
           move 0 to rb01-bilhete.
           start arqrb01 key is not less rb01-chave invalid key
                 go to lab-lst-04
           end-start.
      *
       lab-lst-03.
           perform rot-le-prox-rb01.
           if erro not = 0
              move 0 to erro
              go to lab-lst-04
           end-if.
           if sit-filtro = space and rb01-situacao = "R"
              go to lab-lst-03
           end-if.
           if sit-filtro not = space and rb01-situacao not = sit-filtro
              go to lab-lst-03
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move rb01-bilhete to cab-lin-bilhete.
           move rb01-cia to cab-lin-cia.
           move rb01-codigo to cab-lin-codigo codigo.
           perform rot-agencia thru rot-agencia-fim.
           move 0 to erro.
           move razao to cab-lin-razao.
           move rb01-data-sol to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-lin-data.
           move rb01-situacao to situacao.
           perform rot-desc-situacao.
           move desc-situacao(1:4) to cab-lin-situacao.
           move rb01-data-sol to data-sec-in.
           perform rot-data-sec.
           move 0 to cab-lin-dias.
           if data-sec-out < hoje-sec
              compute cab-lin-dias = hoje-sec - data-sec-out
           end-if.
           move rb01-valor-sol to cab-lin-solicitado.
           move rb01-valor-bsp to cab-lin-creditado.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
           add 1 to tot-qtd.
           add rb01-valor-sol to tot-solicitado.
           add rb01-valor-bsp to tot-creditado.
           add rb01-valor-rep to tot-repassado.
           go to lab-lst-03.
      *
       lab-lst-04.
           if linha > 52
              perform rot-cabec
           end-if.
           write reg-imp from tracos after 1 line.
           move tot-qtd to cab-res-pedidos.
           write reg-imp from cab-res-qtd after 1 line.
           move "Valor solicitado....................:" to cab-res-txt.
           move tot-solicitado to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Creditado pelo BSP..................:" to cab-res-txt.
           move tot-creditado to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Repassado as agencias...............:" to cab-res-txt.
           move tot-repassado to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           display tela-limpa-cad.
           go to lab-lst-01.
      *
       lab-lst-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-rb01.
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
       acc-pax.
           accept pax at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept valor-aux at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-sol.
           accept dia-euro at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-sol-fim
           end-if.
           accept mes-euro at 1432 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-sol-fim
           end-if.
           accept ano-euro at 1435 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-sol-fim.
           exit.
      *
       acc-data-apl.
           accept dia-euro at 1441 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-apl-fim
           end-if.
           accept mes-euro at 1444 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-apl-fim
           end-if.
           accept ano-euro at 1447 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-apl-fim.
           exit.
      *
       acc-taxa.
           accept taxa-aux at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-obs.
           accept obs at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-sit-filtro.
           accept sit-filtro at 1029 with auto update prompt
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
       dsp-pedido-todos.
           display cia at 1129 with foreground-color 15
                   background-color 01.
           display codigo at 1133 with foreground-color 15
                   background-color 01.
           display razao at 1140 with foreground-color 15
                   background-color 01.
           display pax at 1229 with foreground-color 15
                   background-color 01.
           display valor-aux at 1329 with foreground-color 15
                   background-color 01.
           if data-sol not = 0
              move data-sol to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1429 with foreground-color 15
                      background-color 01
           end-if.
           if data-apl not = 0
              move data-apl to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1441 with foreground-color 15
                      background-color 01
           end-if.
           if situacao = "C" or "R"
              move rb01-valor-bsp to valor-disp
              display valor-disp at 1529 with foreground-color 15
                      background-color 01
              display rb01-decena at 1547 with foreground-color 15
                      background-color 01
           end-if.
           if situacao = "R"
              move rb01-taxa to valor-disp
              display valor-disp at 1629 with foreground-color 15
                      background-color 01
              move rb01-valor-rep to valor-disp
              display valor-disp at 1729 with foreground-color 15
                      background-color 01
           end-if.
           display obs at 1829 with foreground-color 15
                   background-color 01.
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
       lmp-agencia.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-pax.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
           display limpa-10(1:7) at 1339 with foreground-color 15
                   background-color 01.
      *
       lmp-datas.
           display "  /  /        /  /  " at 1429 with
                   foreground-color 06 background-color 01 highlight.
      *
       lmp-credito.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-taxa.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
           display limpa-10(1:7) at 1639 with foreground-color 15
                   background-color 01.
      *
       lmp-repasse.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
           display limpa-10(1:7) at 1739 with foreground-color 15
                   background-color 01.
      *
       lmp-obs.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
