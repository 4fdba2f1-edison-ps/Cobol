      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGCA01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Recebimentos em Cartao - Credenciadora :                   *
      *                                                             *
      *  (B)andeira     - prazo de liquidacao, taxa (MDR) a vista   *
      *                   e parcelada e limite de parcelas de cada  *
      *                   bandeira (tabela tipo 40);                *
      *  (C)onciliacao  - importa o arquivo de liquidacao da        *
      *                   credenciadora e casa cada credito com a   *
      *                   liquidacao esperada (ARQCA01, gravada     *
      *                   pela Estacao de Caixa - pgec01). Saem na  *
      *                   relacao de divergencias: liquidacao nao   *
      *                   recebida ate a data de corte, paga a      *
      *                   menor, taxa diferente da contratada e     *
      *                   credito sem venda registrada;             *
      *  (A)genda       - liquidacoes esperadas num periodo, com    *
      *                   a situacao de cada parcela.               *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgca01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqca01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is ca01-chave
                  alternate record key is ca01-chave-1 with duplicates
                  alternate record key is ca01-chave-2 with duplicates
                  file status is ca01-status.
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
           select arqliq assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is liq-status.
      *
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdca01.lib.
      *
       copy fdtabl.lib.
      *
      *  Liquidacao da credenciadora - um credito por parcela
      *
       fd arqliq
          label record is standard
          value of file-id is nome-liq
          data record is reg-liq.
      *
       01 reg-liq.
          02 liq-data                  pic 9(06).
          02 liq-bandeira              pic 9(03).
          02 liq-autorizacao           pic x(10).
          02 liq-parcela               pic 9(02).
          02 liq-valor-bruto           pic 9(11)v9(02).
          02 liq-taxa                  pic 9(09)v9(02).
          02 liq-valor-liquido         pic 9(11)v9(02).
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
       01 ca01-status                  pic x(02) value "00".
       01 ca01-stat                    pic x(01) value "F".
      *
       01 nome-arq-ca01.
          02 ca01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 ca01-nome                 pic x(08) value "ARQCA01A".
          02 filler                    pic x(01) value ".".
          02 ca01-ext                  pic x(03) value "DAT".
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
       01 liq-status                   pic x(02) value "00".
       01 liq-stat                     pic x(01) value "F".
       01 nome-liq                     pic x(12) value spaces.
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGCA01".
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
          02 bandeira                  pic 9(03) value 0.
          02 dbandeira                 pic x(40) value spaces.
          02 tipo-cartao               pic x(01) value spaces.
          02 prazo                     pic 9(03) value 0.
          02 mdr-vista                 pic 9(02)v9(02) value 0.
          02 mdr-parcelado             pic 9(02)v9(02) value 0.
          02 mdr-ed                    pic z9,9(02) value 0.
          02 mdr-disp                  pic z9,99.
          02 max-parcelas              pic 9(02) value 0.
          02 per-ini-corr              pic 9(06) value 0.
          02 per-fim-corr              pic 9(06) value 0.
          02 per-ini-disp              pic x(08) value spaces.
          02 per-fim-disp              pic x(08) value spaces.
      *
       01 flag-tabl                    pic x(01) value spaces.
       01 flag-achou                   pic x(01) value spaces.
       01 diferenca                    pic s9(11)v9(02) value 0.
      *
       01 cont-conc.
          02 tot-liquidadas            pic 9(05) value 0.
          02 tot-nao-recebidas         pic 9(05) value 0.
          02 tot-a-menor               pic 9(05) value 0.
          02 tot-taxa-dif              pic 9(05) value 0.
          02 tot-sem-venda             pic 9(05) value 0.
          02 tot-parcelas              pic 9(05) value 0.
      *
       01 val-conc.
          02 val-bruto                 pic 9(11)v9(02) value 0.
          02 val-taxa                  pic 9(11)v9(02) value 0.
          02 val-liquido               pic 9(11)v9(02) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
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
          02 filler                    pic x(02) value spaces.
          02 cab-sele-arquivo          pic x(12) value spaces.
      *
       01 cab-tit-ban.
          02 filler                    pic x(05) value "Band".
          02 filler                    pic x(41) value "Descricao".
          02 filler                    pic x(05) value "Tipo".
          02 filler                    pic x(07) value " Prazo".
          02 filler                    pic x(09) value " MDR vis.".
          02 filler                    pic x(09) value " MDR par.".
          02 filler                    pic x(06) value " Parc.".
      *
       01 cab-lin-ban.
          02 cab-ban-codigo            pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-ban-descricao         pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-ban-tipo              pic x(01) value spaces.
          02 filler                    pic x(04) value spaces.
          02 cab-ban-prazo             pic zz9.
          02 filler                    pic x(04) value spaces.
          02 cab-ban-mdr-vista         pic z9,99.
          02 filler                    pic x(04) value spaces.
          02 cab-ban-mdr-parc          pic z9,99.
          02 filler                    pic x(04) value spaces.
          02 cab-ban-parcelas          pic z9.
      *
       01 cab-tit-liq.
          02 filler                    pic x(10) value "Data".
          02 filler                    pic x(05) value "Band".
          02 filler                    pic x(11) value "Autorizacao".
          02 filler                    pic x(07) value " Parc.".
          02 filler                    pic x(17) value
             "    Liq. esperado".
          02 filler                    pic x(17) value
             "    Liq. recebido".
          02 filler                    pic x(12) value
             "  Taxa contr".
          02 filler                    pic x(12) value
             "  Taxa cobr.".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(30) value "Ocorrencia".
      *
       01 cab-lin-liq.
          02 cab-liq-data              pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-liq-bandeira          pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-liq-autorizacao       pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-liq-parcela           pic z9.
          02 filler                    pic x(03) value spaces.
          02 cab-liq-esperado          pic zz.zzz.zzz.zz9,99.
          02 cab-liq-recebido          pic zz.zzz.zzz.zz9,99.
          02 cab-liq-taxa-contr        pic zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-liq-taxa-cobr         pic zzz.zz9,99.
          02 filler                    pic x(04) value spaces.
          02 cab-liq-motivo            pic x(30) value spaces.
      *
       01 cab-tit-age.
          02 filler                    pic x(10) value "Previsao".
          02 filler                    pic x(05) value "Band".
          02 filler                    pic x(11) value "Autorizacao".
          02 filler                    pic x(07) value "Parc.".
          02 filler                    pic x(08) value "Codigo".
          02 filler                    pic x(11) value "Documento".
          02 filler                    pic x(17) value
             "      Valor bruto".
          02 filler                    pic x(12) value
             "        Taxa".
          02 filler                    pic x(17) value
             "    Valor liquido".
          02 filler                    pic x(04) value " Sit".
      *
       01 cab-lin-age.
          02 cab-age-previsao          pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-age-bandeira          pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-age-autorizacao       pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-age-parcela           pic z9.
          02 filler                    pic x(01) value "/".
          02 cab-age-parcelas          pic 99.
          02 filler                    pic x(02) value spaces.
          02 cab-age-codigo            pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-age-documento         pic x(10) value spaces.
          02 cab-age-bruto             pic zz.zzz.zzz.zz9,99.
          02 cab-age-taxa              pic zz.zzz.zz9,99.
          02 cab-age-liquido           pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-age-situacao          pic x(01) value spaces.
      *
       01 cab-tot.
          02 cab-tot-texto             pic x(30) value spaces.
          02 cab-tot-qtd               pic zzzz9 value 0.
          02 filler                    pic x(05) value spaces.
          02 cab-tot-valor             pic zz.zzz.zzz.zz9,99.
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
             highlight value "Recebimentos em Cartao".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (B/C/A).......:".
      *
       01 tela-02.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Bandeira.............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Credito/Debito (C/D).:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Prazo de liquidacao..:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "MDR a vista (%)......:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "MDR parcelado (%)....:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Maximo de parcelas...:".
      *
       01 tela-03.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Arquivo de liquidacao:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Previsao ate.........:".
      *
       01 tela-04.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Periodo Inicial......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Periodo Final........:".
      *
       01 tela-05.
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
          02 line 17 column 06 foreground-color 01 background-color 01
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
           move 19 to box-lin-f.
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
       rot-open-ca01.
           move 0 to erro.
           if ca01-stat = "F"
              open i-o arqca01
              if ca01-status = "35"
                 open output arqca01
                 close arqca01
                 open i-o arqca01
                 if ca01-status = "00"
                    move high-values to ca01-controle
                    move 0 to ca01-ult-num
                    write reg-ca01-1 invalid key
                          continue
                    end-write
                 end-if
              end-if
              if ca01-status not = "00"
                 move
                 " Erro de abertura no ARQCA01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to ca01-stat
              end-if
           end-if.
      *
       rot-close-ca01.
           if ca01-stat = "A"
              close arqca01
              move "F" to ca01-stat
           end-if.
      *
       rot-le-prox-ca01.
           move 0 to erro.
           read arqca01 next record at end move 1 to erro.
           if ca01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-ca01
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
       rot-le-prox-tabl.
           move 0 to erro.
           read arqtabl next record at end move 1 to erro.
           if tabl-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-tabl
           end-if.
      *
       rot-open-liq.
           move 0 to erro.
           move zeros to liq-status.
           if liq-stat = "F"
              open input arqliq
              if liq-status not = "00"
                 move " Arquivo de liquidacao nao localizado - Tecle <En
      -          "ter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 move 1 to erro
              else
                 move "A" to liq-stat
              end-if
           end-if.
      *
       rot-close-liq.
           if liq-stat = "A"
              close arqliq
              move "F" to liq-stat
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
           evaluate true
                    when funcao = "B"
                         write reg-imp from cab-tit-ban after 1 line
                    when funcao = "C"
                         write reg-imp from cab-tit-liq after 1 line
                    when other
                         write reg-imp from cab-tit-age after 1 line
           end-evaluate.
           write reg-imp from tracos after 1 line.
      *
       rot-imprime-liq.
           if linha > 56
              perform rot-cabec
           end-if.
           write reg-imp from cab-lin-liq after 1 line.
           add 1 to linha.
      *
      *    Bandeira (tipo 40): resto(1:1) "C" credito ou "D"
      *    debito, resto(2:3) prazo em dias da venda a 1a.
      *    liquidacao, resto(5:4) MDR a vista 99v99, resto(9:4)
      *    MDR parcelado 99v99, resto(13:2) maximo de parcelas
      *
       rot-le-bandeira.
           move "40" to tabl-tipo.
           move spaces to tabl-codigo.
           move bandeira to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to dbandeira
              if tabl-resto(2:13) numeric
                 move tabl-resto(1:1) to tipo-cartao
                 move tabl-resto(2:3) to prazo
                 move tabl-resto(5:4) to mdr-vista
                 move tabl-resto(9:4) to mdr-parcelado
                 move tabl-resto(13:2) to max-parcelas
              else
                 move spaces to tipo-cartao
                 move 0 to prazo mdr-vista mdr-parcelado max-parcelas
              end-if
           end-if.
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
           if funcao not = "B" and "C" and "A"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "B"
                         display tela-02
                         perform sec-bandeira
                    when funcao = "C"
                         display tela-03
                         perform sec-concilia
                    when funcao = "A"
                         display tela-04
                         perform sec-agenda
           end-evaluate.
           display tela-05.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Bandeiras           *
      *                      *
      ************************
      *
       sec-bandeira section.
      *
       lab-ban-00.
           if param-prioridade < 8
              move " Bandeiras exigem prioridade de supervisor - Tecle <
      -       "Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-ban-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ban-fim
           end-if.
      *
       lab-ban-01.
           move 0 to bandeira.
           perform lmp-bandeira thru lmp-parcelas.
           perform acc-bandeira.
           if escape-key = 1
              go to lab-ban-90
           end-if.
           if bandeira = 0
              go to lab-ban-01
           end-if.
           move spaces to dbandeira tipo-cartao.
           move 0 to prazo mdr-vista mdr-parcelado max-parcelas.
           perform rot-le-bandeira.
           if erro = 0
              move "S" to flag-tabl
              perform dsp-descricao thru dsp-parcelas
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
      *
       lab-ban-02.
           perform acc-descricao.
           if escape-key = 1
              go to lab-ban-01
           end-if.
           move dbandeira to txt.
           perform rot-texto.
           move txt to dbandeira.
           if dbandeira = spaces
              go to lab-ban-02
           end-if.
           perform dsp-descricao.
      *
       lab-ban-03.
           perform acc-tipo.
           if escape-key = 1
              go to lab-ban-02
           end-if.
           move tipo-cartao to txt.
           perform rot-texto.
           move txt to tipo-cartao.
           if tipo-cartao not = "C" and "D"
              go to lab-ban-03
           end-if.
           perform dsp-tipo.
      *
       lab-ban-04.
           perform acc-prazo.
           if escape-key = 1
              go to lab-ban-03
           end-if.
           if prazo = 0
              go to lab-ban-04
           end-if.
      *
       lab-ban-05.
           move mdr-vista to mdr-ed.
           perform acc-mdr-vista.
           if escape-key = 1
              go to lab-ban-04
           end-if.
           move mdr-ed to mdr-vista.
           if mdr-vista > 20
              move " Taxa de 0,00 a 20,00 - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-ban-05
           end-if.
           perform dsp-mdr-vista.
      *
      *    Debito nao parcela: uma liquidacao, taxa a vista
      *
           if tipo-cartao = "D"
              move mdr-vista to mdr-parcelado
              move 1 to max-parcelas
              perform dsp-mdr-parcelado thru dsp-parcelas
              go to lab-ban-08
           end-if.
      *
       lab-ban-06.
           move mdr-parcelado to mdr-ed.
           perform acc-mdr-parcelado.
           if escape-key = 1
              go to lab-ban-05
           end-if.
           move mdr-ed to mdr-parcelado.
           if mdr-parcelado > 20
              move " Taxa de 0,00 a 20,00 - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-ban-06
           end-if.
           perform dsp-mdr-parcelado.
      *
       lab-ban-07.
           perform acc-parcelas.
           if escape-key = 1
              go to lab-ban-06
           end-if.
           if max-parcelas = 0
              go to lab-ban-07
           end-if.
      *
       lab-ban-08.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ban-05
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ban-01
           else
              if resposta not = "S"
                 go to lab-ban-08
              end-if
           end-if.
           display tela-limpa-cad.
           move "40" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move bandeira to tabl-codigo(1:3).
           move dbandeira to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move tipo-cartao to tabl-resto(1:1).
           move prazo to tabl-resto(2:3).
           move mdr-vista to tabl-resto(5:4).
           move mdr-parcelado to tabl-resto(9:4).
           move max-parcelas to tabl-resto(13:2).
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
           else
              move "Bandeira gravada - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           go to lab-ban-01.
      *
      *    Na saida, relacao das bandeiras cadastradas
      *
       lab-ban-90.
           move "Imprime a relacao de bandeiras (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1 or resposta not = "S"
              go to lab-ban-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-ban-fim
           end-if.
           move 0 to pagina tot-parcelas.
           move "Bandeiras de Cartao - Prazo e Taxa Contratada" to
                cab-titulo.
           move spaces to cab-sele.
           perform rot-cabec.
           move "40" to tabl-tipo.
           move low-values to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-ban-92
           end-if.
      *
       lab-ban-91.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to lab-ban-92
           end-if.
           if tabl-tipo not = "40"
              go to lab-ban-92
           end-if.
           if tabl-resto(2:13) not numeric
              go to lab-ban-91
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move tabl-codigo(1:3) to cab-ban-codigo.
           move tabl-descricao to cab-ban-descricao.
           move tabl-resto(1:1) to cab-ban-tipo.
           move tabl-resto(2:3) to prazo.
           move prazo to cab-ban-prazo.
           move tabl-resto(5:4) to mdr-vista.
           move mdr-vista to cab-ban-mdr-vista.
           move tabl-resto(9:4) to mdr-parcelado.
           move mdr-parcelado to cab-ban-mdr-parc.
           move tabl-resto(13:2) to max-parcelas.
           move max-parcelas to cab-ban-parcelas.
           write reg-imp from cab-lin-ban after 1 line.
           add 1 to linha tot-parcelas.
           go to lab-ban-91.
      *
       lab-ban-92.
           write reg-imp from tracos after 1 line.
           move "Bandeiras cadastradas.......:" to cab-tot-texto.
           move tot-parcelas to cab-tot-qtd.
           move 0 to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
      *
       lab-ban-fim.
           perform rot-close-tabl.
           perform lmp-bandeira thru lmp-parcelas.
           exit.
      *
      ************************
      *                      *
      *  Conciliacao         *
      *                      *
      ************************
      *
       sec-concilia section.
      *
       lab-con-01.
           move spaces to nome-liq.
           perform lmp-nome-liq.
           perform acc-nome-liq.
           if escape-key = 1
              go to lab-con-fim
           end-if.
           if nome-liq = spaces
              go to lab-con-01
           end-if.
      *
       lab-con-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-corte.
           perform acc-corte.
           if escape-key = 1
              perform lmp-corte
              go to lab-con-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-con-02
           end-if.
           move dias-corr to per-fim-corr.
           move data-disp to per-fim-disp.
      *
       lab-con-03.
           move "Confirma a conciliacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-con-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform lmp-nome-liq thru lmp-corte
              go to lab-con-01
           else
              if resposta not = "S"
                 go to lab-con-03
              end-if
           end-if.
           display tela-limpa-cad.
           perform rot-open-liq.
           if erro not = 0
              go to lab-con-01
           end-if.
           perform rot-open-ca01.
           if erro not = 0
              go to lab-con-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-con-fim
           end-if.
           move 0 to tot-liquidadas tot-nao-recebidas tot-a-menor
                     tot-taxa-dif tot-sem-venda.
           move 0 to val-bruto val-taxa val-liquido.
           move 0 to pagina.
           move "Conciliacao de Cartoes - Liquidacao da Credenciadora"
                to cab-titulo.
           move "Previsao ate:  " to cab-sele-texto.
           move spaces to cab-sele-ini cab-sele-a.
           move per-fim-disp to cab-sele-fim.
           move nome-liq to cab-sele-arquivo.
           perform rot-cabec.
      *
      *    Cada credito da credenciadora procura a parcela pela
      *    autorizacao
      *
       lab-con-04.
           read arqliq at end
              go to lab-con-07
           end-read.
           move liq-data to data-aux.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              move liq-data to cab-liq-data
           else
              move data-disp to cab-liq-data
           end-if.
           move liq-bandeira to cab-liq-bandeira.
           move liq-autorizacao to cab-liq-autorizacao.
           move liq-parcela to cab-liq-parcela.
           move liq-valor-liquido to cab-liq-recebido.
           move liq-taxa to cab-liq-taxa-cobr.
           move "N" to flag-achou.
           move liq-autorizacao to ca01-autorizacao.
           start arqca01 key is equal ca01-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-con-06
           end-if.
      *
       lab-con-05.
           perform rot-le-prox-ca01.
           if erro not = 0
              move 0 to erro
              go to lab-con-06
           end-if.
           if ca01-autorizacao not = liq-autorizacao
              go to lab-con-06
           end-if.
           if ca01-parcela not = liq-parcela
              go to lab-con-05
           end-if.
           if ca01-bandeira not = liq-bandeira and liq-bandeira not = 0
              go to lab-con-05
           end-if.
           move "S" to flag-achou.
           move ca01-valor-liquido to cab-liq-esperado.
           move ca01-taxa to cab-liq-taxa-contr.
           if ca01-situacao not = "P"
              move "Liquidacao em duplicidade" to cab-liq-motivo
              perform rot-imprime-liq
              go to lab-con-04
           end-if.
           move "L" to ca01-situacao.
           compute diferenca = liq-taxa - ca01-taxa.
           if diferenca > 0,01 or diferenca < -0,01
              move "D" to ca01-situacao
              add 1 to tot-taxa-dif
              move "Taxa diferente da contratada" to cab-liq-motivo
              perform rot-imprime-liq
           end-if.
           compute diferenca = ca01-valor-liquido - liq-valor-liquido.
           if diferenca > 0,01
              move "D" to ca01-situacao
              add 1 to tot-a-menor
              move "Liquidacao paga a menor" to cab-liq-motivo
              perform rot-imprime-liq
           end-if.
           if ca01-situacao = "L"
              add 1 to tot-liquidadas
           end-if.
           move dias-corr to ca01-data-liq.
           move liq-valor-liquido to ca01-valor-pago.
           move liq-taxa to ca01-taxa-cobrada.
           move param-usr to ca01-usuario.
           move param-data to ca01-data.
           rewrite reg-ca01 invalid key
                   move 0 to erro
           end-rewrite.
           add liq-valor-bruto to val-bruto.
           add liq-taxa to val-taxa.
           add liq-valor-liquido to val-liquido.
           go to lab-con-04.
      *
       lab-con-06.
           if flag-achou = "N"
              add 1 to tot-sem-venda
              move 0 to cab-liq-esperado cab-liq-taxa-contr
              move "Credito sem venda registrada" to cab-liq-motivo
              perform rot-imprime-liq
           end-if.
           go to lab-con-04.
      *
      *    Parcelas previstas ate a data de corte e nao pagas
      *
       lab-con-07.
           perform rot-close-liq.
           move low-values to ca01-chave-1.
           start arqca01 key is not less ca01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-con-09
           end-if.
      *
       lab-con-08.
           perform rot-le-prox-ca01.
           if erro not = 0
              move 0 to erro
              go to lab-con-09
           end-if.
           if ca01-chave = high-values
              go to lab-con-08
           end-if.
           if ca01-previsao > per-fim-corr
              go to lab-con-09
           end-if.
           if ca01-situacao not = "P"
              go to lab-con-08
           end-if.
           add 1 to tot-nao-recebidas.
           move ca01-previsao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-liq-data.
           move ca01-bandeira to cab-liq-bandeira.
           move ca01-autorizacao to cab-liq-autorizacao.
           move ca01-parcela to cab-liq-parcela.
           move ca01-valor-liquido to cab-liq-esperado.
           move 0 to cab-liq-recebido cab-liq-taxa-cobr.
           move ca01-taxa to cab-liq-taxa-contr.
           move "Liquidacao nao recebida" to cab-liq-motivo.
           perform rot-imprime-liq.
           go to lab-con-08.
      *
       lab-con-09.
           write reg-imp from tracos after 1 line.
           move "Parcelas liquidadas sem erro:" to cab-tot-texto.
           move tot-liquidadas to cab-tot-qtd.
           move val-liquido to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "Taxa diferente da contratada:" to cab-tot-texto.
           move tot-taxa-dif to cab-tot-qtd.
           move val-taxa to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "Liquidacoes pagas a menor...:" to cab-tot-texto.
           move tot-a-menor to cab-tot-qtd.
           move 0 to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "Liquidacoes nao recebidas...:" to cab-tot-texto.
           move tot-nao-recebidas to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           move "Creditos sem venda..........:" to cab-tot-texto.
           move tot-sem-venda to cab-tot-qtd.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move "Conciliacao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-con-fim.
           perform rot-close-liq.
           perform rot-close-imp.
           perform rot-close-ca01.
           perform lmp-nome-liq thru lmp-corte.
           exit.
      *
      ************************
      *                      *
      *  Agenda              *
      *                      *
      ************************
      *
       sec-agenda section.
      *
       lab-age-01.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-per-ini.
           perform acc-per-ini.
           if escape-key = 1
              perform lmp-per-ini
              go to lab-age-fim
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-age-01
           end-if.
           move dias-corr to per-ini-corr.
           move data-disp to per-ini-disp.
      *
       lab-age-02.
           move 0 to dia-euro mes-euro ano-euro.
           perform lmp-per-fim.
           perform acc-per-fim.
           if escape-key = 1
              perform lmp-per-fim
              go to lab-age-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-age-02
           end-if.
           move dias-corr to per-fim-corr.
           move data-disp to per-fim-disp.
           if per-fim-corr < per-ini-corr
              go to lab-age-02
           end-if.
           perform rot-open-ca01.
           if erro not = 0
              go to lab-age-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-age-fim
           end-if.
           move 0 to pagina tot-parcelas.
           move 0 to val-bruto val-taxa val-liquido.
           move "Agenda de Liquidacoes de Cartao" to cab-titulo.
           move "Periodo: " to cab-sele-texto.
           move per-ini-disp to cab-sele-ini.
           move " a " to cab-sele-a.
           move per-fim-disp to cab-sele-fim.
           move spaces to cab-sele-arquivo.
           perform rot-cabec.
           move per-ini-corr to ca01-previsao.
           start arqca01 key is not less ca01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-age-04
           end-if.
      *
       lab-age-03.
           perform rot-le-prox-ca01.
           if erro not = 0
              move 0 to erro
              go to lab-age-04
           end-if.
           if ca01-chave = high-values
              go to lab-age-03
           end-if.
           if ca01-previsao > per-fim-corr
              go to lab-age-04
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move ca01-previsao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-age-previsao.
           move ca01-bandeira to cab-age-bandeira.
           move ca01-autorizacao to cab-age-autorizacao.
           move ca01-parcela to cab-age-parcela.
           move ca01-parcelas to cab-age-parcelas.
           move ca01-codigo to cab-age-codigo.
           move ca01-documento to cab-age-documento.
           move ca01-valor-bruto to cab-age-bruto.
           move ca01-taxa to cab-age-taxa.
           move ca01-valor-liquido to cab-age-liquido.
           move ca01-situacao to cab-age-situacao.
           write reg-imp from cab-lin-age after 1 line.
           add 1 to linha tot-parcelas.
           add ca01-valor-bruto to val-bruto.
           add ca01-taxa to val-taxa.
           add ca01-valor-liquido to val-liquido.
           go to lab-age-03.
      *
       lab-age-04.
           write reg-imp from tracos after 1 line.
           move "Parcelas no periodo.........:" to cab-tot-texto.
           move tot-parcelas to cab-tot-qtd.
           move val-bruto to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "  taxa contratada...........:" to cab-tot-texto.
           move 0 to cab-tot-qtd.
           move val-taxa to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           move "  liquido esperado..........:" to cab-tot-texto.
           move val-liquido to cab-tot-valor.
           write reg-imp from cab-tot after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-age-fim.
           perform rot-close-imp.
           perform rot-close-ca01.
           perform lmp-per-ini thru lmp-per-fim.
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
       acc-bandeira.
           accept bandeira at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-descricao.
           accept dbandeira at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-tipo.
           accept tipo-cartao at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-prazo.
           accept prazo at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-mdr-vista.
           accept mdr-ed at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-mdr-parcelado.
           accept mdr-ed at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-parcelas.
           accept max-parcelas at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nome-liq.
           accept nome-liq at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-corte.
           accept dia-euro at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-corte-fim
           end-if.
           accept mes-euro at 1232 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-corte-fim
           end-if.
           accept ano-euro at 1235 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-corte-fim.
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
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-descricao.
           display dbandeira at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-tipo.
           display tipo-cartao at 1329 with foreground-color 15
                   background-color 01.
      *
       dsp-prazo.
           display prazo at 1429 with foreground-color 15
                   background-color 01.
      *
       dsp-mdr-vista.
           move mdr-vista to mdr-disp.
           display mdr-disp at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-mdr-parcelado.
           move mdr-parcelado to mdr-disp.
           display mdr-disp at 1629 with foreground-color 15
                   background-color 01.
      *
       dsp-parcelas.
           display max-parcelas at 1729 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-bandeira.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-descricao.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-tipo.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-prazo.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-mdr-vista.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-mdr-parcelado.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-parcelas.
           display limpa-10 at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-liq.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-corte.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-per-ini.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-per-fim.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
