      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGPV01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Provisao p/ Devedores Duvidosos (PDD) :                    *
      *                                                             *
      *  (P)ercentuais - percentual de provisao por operacao e      *
      *                  faixa do aging (tabela tipo 39: cinco      *
      *                  percentuais 999v9 no tabl-resto - a        *
      *                  vencer, ate 30, 31-60, 61-90, + 90 dias);  *
      *  (L)ancamento  - contas contabeis da PDD (tabela tipo 39,   *
      *                  codigo 000: despesa, provisao redutora e   *
      *                  reversao);                                 *
      *  (C)alculo     - saldo da PDD da competencia: titulos em    *
      *                  aberto no ARQRC01 emitidos ate o fim do    *
      *                  mes, com o atraso contado ate o dia 30     *
      *                  a partir do primeiro dia util apos o       *
      *                  vencimento (mesmo criterio do aging do     *
      *                  pgrc04), gravado no ARQPV01 e impresso;    *
      *  (R)econcilia  - PDD anterior x atual por operacao contra   *
      *                  as baixas por perda aprovadas e as         *
      *                  reintegracoes do mes (ARQPD01).            *
      *                                                             *
      *  A variacao sobre o mes anterior e lancada pela exportacao  *
      *  contabil (pgct01).                                         *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01   DATAPROC *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgpv01.
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
           select arqpd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is pd01-chave
                  alternate record key is pd01-chave-1 with duplicates
                  alternate record key is pd01-chave-2 with duplicates
                  file status is pd01-status.
      *
           select arqpv01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is pv01-chave
                  file status is pv01-status.
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
       copy fdrc01.lib.
      *
       copy fdpd01.lib.
      *
       copy fdpv01.lib.
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
       01 pd01-status                  pic x(02) value "00".
       01 pd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pd01.
          02 pd01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 pd01-nome                 pic x(08) value "ARQPD01A".
          02 filler                    pic x(01) value ".".
          02 pd01-ext                  pic x(03) value "DAT".
      *
       01 pv01-status                  pic x(02) value "00".
       01 pv01-stat                    pic x(01) value "F".
      *
       01 nome-arq-pv01.
          02 pv01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 pv01-nome                 pic x(08) value "ARQPV01A".
          02 filler                    pic x(01) value ".".
          02 pv01-ext                  pic x(03) value "DAT".
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGPV01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(40) value spaces.
          02 perc-ed                   pic zz9,9 value 0.
          02 perc-disp                 pic zz9,9.
          02 conta-despesa             pic 9(05) value 0.
          02 conta-provisao            pic 9(05) value 0.
          02 conta-reversao            pic 9(05) value 0.
          02 sele-mes                  pic 9(02) value 0.
          02 sele-ano                  pic 9(02) value 0.
      *
      *    Percentuais da operacao por faixa do aging, na mesma
      *    ordem em que ficam no tabl-resto do tipo 39
      *
       01 percentuais.
          02 perc-faixa                pic 9(03)v9(01) occurs 5.
      *
       01 tab-faixas-val.
          02 filler                    pic x(12) value "A vencer".
          02 filler                    pic x(12) value "Ate 30 dias".
          02 filler                    pic x(12) value "31-60 dias".
          02 filler                    pic x(12) value "61-90 dias".
          02 filler                    pic x(12) value "+ 90 dias".
       01 tab-faixas redefines tab-faixas-val.
          02 desc-faixa                pic x(12) occurs 5.
      *
       01 flag-tabl                    pic x(01) value spaces.
       01 ind-op                       pic 9(04) value 0.
       01 ind-fx                       pic 9(01) value 0.
       01 lin-aux                      pic 9(02) value 0.
      *
      *    Competencia em dias corridos com a janela de seculo e
      *    indice corrido de meses (chave do ARQPV01)
      *
       01 pv-dias-corr                 pic 9(06) value 0.
       01 pv-ref-sec                   pic 9(06) value 0.
       01 pv-mes-idx                   pic 9(05) value 0.
       01 pv-mes-ant                   pic 9(05) value 0.
       01 pv-mes-aux                   pic 9(05) value 0.
       01 pv-dias                      pic s9(06) value 0.
      *
       01 campo-diautil.
          02 dut-par-data              pic 9(06) value 0.
          02 dut-par-data-util         pic 9(06) value 0.
      *
       01 campo-fecha.
          02 fc-par-data               pic 9(06) value 0.
          02 fc-par-fechada            pic x(01) value "N".
      *
      *    Aging da competencia por operacao (indice = operacao
      *    + 1) e faixa
      *
       01 tab-aging.
          02 agi-operacao              occurs 1000.
             03 agi-tot-qtd            pic 9(05).
             03 agi-faixa              occurs 5.
                04 agi-qtd             pic 9(05).
                04 agi-saldo           pic 9(11)v9(02).
      *
      *    Reconciliacao por operacao (indice = operacao + 1)
      *
       01 tab-concilia.
          02 cc-operacao               occurs 1000.
             03 cc-anterior            pic 9(11)v9(02).
             03 cc-atual               pic 9(11)v9(02).
             03 cc-perdas              pic 9(11)v9(02).
             03 cc-reint               pic 9(11)v9(02).
             03 cc-aberto              pic 9(11)v9(02).
      *
       01 totais.
          02 tot-qtd                   pic 9(06) value 0.
          02 tot-saldo                 pic 9(11)v9(02) value 0.
          02 tot-provisao              pic 9(11)v9(02) value 0.
          02 tot-op-saldo              pic 9(11)v9(02) value 0.
          02 tot-op-provisao           pic 9(11)v9(02) value 0.
          02 tot-anterior              pic 9(11)v9(02) value 0.
          02 tot-atual                 pic 9(11)v9(02) value 0.
          02 tot-variacao              pic s9(11)v9(02) value 0.
          02 tot-perdas                pic 9(11)v9(02) value 0.
          02 tot-reint                 pic 9(11)v9(02) value 0.
          02 tot-efeito                pic s9(11)v9(02) value 0.
          02 tot-aberto                pic 9(11)v9(02) value 0.
          02 cc-variacao               pic s9(11)v9(02) value 0.
          02 cc-efeito                 pic s9(11)v9(02) value 0.
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
          02 cab-competencia           pic x(05) value spaces.
          02 filler                    pic x(05) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit-cal.
          02 filler                    pic x(05) value "Oper".
          02 filler                    pic x(32) value "Descricao".
          02 filler                    pic x(14) value "Faixa".
          02 filler                    pic x(07) value "  Qtde.".
          02 filler                    pic x(19) value
             "      Saldo aberto".
          02 filler                    pic x(08) value "   Perc.".
          02 filler                    pic x(19) value
             "          Provisao".
      *
       01 cab-lin-cal.
          02 cab-cal-operacao          pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-cal-descricao         pic x(30) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-cal-faixa             pic x(12) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-cal-qtd               pic zzzzz9 value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-cal-saldo             pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-cal-perc              pic zz9,9.
          02 filler                    pic x(02) value spaces.
          02 cab-cal-provisao          pic zz.zzz.zzz.zz9,99.
      *
       01 cab-tit-rec.
          02 filler                    pic x(05) value "Oper".
          02 filler                    pic x(22) value "Descricao".
          02 filler                    pic x(17) value
             "   PDD anterior".
          02 filler                    pic x(17) value
             "      PDD atual".
          02 filler                    pic x(17) value
             "       Variacao".
          02 filler                    pic x(17) value
             " Perdas aprov.".
          02 filler                    pic x(17) value
             " Reintegracoes".
          02 filler                    pic x(17) value
             " Efeito result.".
          02 filler                    pic x(17) value
             " Perdas abertas".
      *
       01 cab-lin-rec.
          02 cab-rec-operacao          pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-rec-descricao         pic x(20) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-rec-anterior          pic zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-rec-atual             pic zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-rec-variacao          pic -zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-rec-perdas            pic zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-rec-reint             pic zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-rec-efeito            pic -zzz.zzz.zz9,99.
          02 filler                    pic x(03) value spaces.
          02 cab-rec-aberto            pic zzz.zzz.zz9,99.
      *
       01 cab-obs-rec.
          02 filler                    pic x(60) value
          "Efeito no resultado = variacao da PDD + perdas aprovadas no".
          02 filler                    pic x(40) value
          " mes - reintegracoes do mes".
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
          02 line 08 column 36 foreground-color 06 background-color 01
             highlight value "Provisao p/ Devedores Duvidosos".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (P/L/C/R).....:".
      *
       01 tela-02.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "% A vencer...........:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "% Atraso ate 30 dias.:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "% Atraso 31 a 60.....:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "% Atraso 61 a 90.....:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "% Atraso + de 90.....:".
      *
       01 tela-03.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Conta despesa PDD....:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Conta provisao.......:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Conta reversao.......:".
      *
       01 tela-04.
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Mes..................:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Ano..................:".
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
      *    Livro de perdas ainda nao criado: nada a reconciliar
      *
       rot-open-pd01.
           move 0 to erro.
           if pd01-stat = "F"
              open input arqpd01
              if pd01-status = "35"
                 go to rot-open-pd01-fim
              end-if
              if pd01-status not = "00"
                 move
                 " Erro de abertura no ARQPD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pd01-stat
              end-if
           end-if.
       rot-open-pd01-fim.
           exit.
      *
       rot-close-pd01.
           if pd01-stat = "A"
              close arqpd01
              move "F" to pd01-stat
           end-if.
      *
       rot-le-prox-pd01.
           move 0 to erro.
           read arqpd01 next record at end move 1 to erro.
           if pd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pd01
           end-if.
      *
       rot-open-pv01.
           move 0 to erro.
           if pv01-stat = "F"
              open i-o arqpv01
              if pv01-status = "35"
                 open output arqpv01
                 close arqpv01
                 open i-o arqpv01
              end-if
              if pv01-status not = "00"
                 move
                 " Erro de abertura no ARQPV01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to pv01-stat
              end-if
           end-if.
      *
       rot-close-pv01.
           if pv01-stat = "A"
              close arqpv01
              move "F" to pv01-stat
           end-if.
      *
       rot-le-prox-pv01.
           move 0 to erro.
           read arqpv01 next record at end move 1 to erro.
           if pv01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-pv01
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
           if funcao = "C"
              write reg-imp from cab-tit-cal after 1 line
           else
              write reg-imp from cab-tit-rec after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
      *
      *    Descricao da operacao (tabela tipo 05)
      *
       rot-le-operacao.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move reg-tabl to reg-wtab01
              move wtab01-descricao to doperacao
           else
              move spaces to doperacao
           end-if.
      *
      *    Percentuais da operacao (tipo 39): resto(1:20), cinco
      *    percentuais 999v9 na ordem das faixas do aging.
      *    Operacao sem regra nao provisiona
      *
       rot-le-percentuais.
           move "39" to tabl-tipo.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              if tabl-resto(1:20) numeric
                 move tabl-resto(1:20) to percentuais
              else
                 move zeros to percentuais
              end-if
           else
              move zeros to percentuais
           end-if.
      *
      *    Contas da PDD (tipo 39, codigo 000): resto(1:5) despesa,
      *    resto(6:5) provisao, resto(11:5) reversao
      *
       rot-le-contas.
           move "39" to tabl-tipo.
           move spaces to tabl-codigo.
           move "000" to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              if tabl-resto(1:15) numeric
                 move tabl-resto(1:5) to conta-despesa
                 move tabl-resto(6:5) to conta-provisao
                 move tabl-resto(11:5) to conta-reversao
              else
                 move 0 to conta-despesa conta-provisao
                           conta-reversao
              end-if
           end-if.
      *
      *    Competencia informada (sele-mes/sele-ano): dia 30 do mes
      *    em dias corridos (pv-dias-corr), com a janela de seculo
      *    (pv-ref-sec), e o indice corrido de meses (pv-mes-idx)
      *
       rot-competencia.
           compute pv-dias-corr = sele-ano * 360 + sele-mes * 30 + 30.
           move pv-dias-corr to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to pv-ref-sec.
           compute pv-mes-idx = (pv-ref-sec - 1) / 30.
           compute pv-mes-ant = pv-mes-idx - 1.
           move spaces to cab-competencia.
           string sele-mes "/" sele-ano delimited by size
                  into cab-competencia
           end-string.
      *
      *    Indice corrido de meses da data em dias corridos
      *    informada em data-sec-in (pv-mes-aux)
      *
       rot-mes-indice.
           perform rot-data-sec.
           compute pv-mes-aux = (data-sec-out - 1) / 30.
      *
      *    Faixa do aging do titulo corrente: atraso ate o dia 30
      *    da competencia, do primeiro dia util apos o vencimento
      *
       rot-faixa.
           move rc01-vencimento to dut-par-data.
           call "rotdut01" using campo-diautil.
           move dut-par-data-util to data-sec-in.
           perform rot-data-sec.
           compute pv-dias = pv-ref-sec - data-sec-out.
           evaluate true
                    when pv-dias <= 0
                         move 1 to ind-fx
                    when pv-dias <= 30
                         move 2 to ind-fx
                    when pv-dias <= 60
                         move 3 to ind-fx
                    when pv-dias <= 90
                         move 4 to ind-fx
                    when other
                         move 5 to ind-fx
           end-evaluate.
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
           if funcao not = "P" and "L" and "C" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           display tela-05.
           evaluate true
                    when funcao = "P"
                         display tela-02
                         perform sec-percentuais
                    when funcao = "L"
                         display tela-03
                         perform sec-contas
                    when funcao = "C"
                         display tela-04
                         perform sec-calculo
                    when funcao = "R"
                         display tela-04
                         perform sec-reconcilia
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
      *  Percentuais         *
      *                      *
      ************************
      *
       sec-percentuais section.
      *
       lab-per-00.
           if param-prioridade < 8
              move " Percentuais exigem prioridade de supervisor - Tecl
      -       "e <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-per-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-per-fim
           end-if.
      *
       lab-per-01.
           move 0 to operacao.
           perform lmp-operacao thru lmp-percentuais.
           perform acc-operacao.
           if escape-key = 1
              go to lab-per-fim
           end-if.
           if operacao = 0
              go to lab-per-01
           end-if.
           perform rot-le-operacao.
           if erro not = 0
              move " Operacao nao cadastrada - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-per-01
           end-if.
           perform dsp-operacao.
           perform rot-le-percentuais.
           if erro = 0
              move "S" to flag-tabl
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
           perform dsp-percentuais.
           move 1 to ind-fx.
      *
       lab-per-02.
           compute lin-aux = 11 + ind-fx.
           move perc-faixa(ind-fx) to perc-ed.
           perform acc-percentual.
           if escape-key = 1
              if ind-fx = 1
                 go to lab-per-01
              end-if
              subtract 1 from ind-fx
              go to lab-per-02
           end-if.
           move perc-ed to perc-faixa(ind-fx).
           if perc-faixa(ind-fx) > 100
              move " Percentual de 0,0 a 100,0 - Tecle <Enter>" to
              mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-per-02
           end-if.
           perform dsp-percentual.
           if ind-fx < 5
              add 1 to ind-fx
              go to lab-per-02
           end-if.
      *
       lab-per-03.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-per-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-per-01
           else
              if resposta not = "S"
                 go to lab-per-03
              end-if
           end-if.
           display tela-limpa-cad.
           move "39" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           move doperacao to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move percentuais to tabl-resto.
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
              move "Percentuais gravados - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
           go to lab-per-01.
      *
       lab-per-fim.
           perform rot-close-tabl.
           perform lmp-operacao thru lmp-percentuais.
           exit.
      *
      ************************
      *                      *
      *  Contas contabeis    *
      *                      *
      ************************
      *
       sec-contas section.
      *
       lab-cta-00.
           if param-prioridade < 8
              move " Contas exigem prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cta-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-cta-fim
           end-if.
           move 0 to conta-despesa conta-provisao conta-reversao.
           perform rot-le-contas.
           if erro = 0
              move "S" to flag-tabl
           else
              move "N" to flag-tabl
           end-if.
           move 0 to erro.
           perform dsp-contas.
      *
       lab-cta-01.
           perform acc-despesa.
           if escape-key = 1
              go to lab-cta-fim
           end-if.
           if conta-despesa = 0
              go to lab-cta-01
           end-if.
      *
       lab-cta-02.
           perform acc-provisao.
           if escape-key = 1
              go to lab-cta-01
           end-if.
           if conta-provisao = 0
              go to lab-cta-02
           end-if.
      *
      *    Reversao em branco: a reducao da provisao volta a
      *    credito da propria conta de despesa
      *
       lab-cta-03.
           perform acc-reversao.
           if escape-key = 1
              go to lab-cta-02
           end-if.
      *
       lab-cta-04.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-cta-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-cta-fim
           else
              if resposta not = "S"
                 go to lab-cta-04
              end-if
           end-if.
           display tela-limpa-cad.
           move "39" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move "000" to tabl-codigo(1:3).
           move "CONTAS DA PDD" to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move conta-despesa to tabl-resto(1:5).
           move conta-provisao to tabl-resto(6:5).
           move conta-reversao to tabl-resto(11:5).
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
              move "Contas gravadas - Tecle <Enter>" to mensagem
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           move 0 to erro.
      *
       lab-cta-fim.
           perform rot-close-tabl.
           perform lmp-contas.
           exit.
      *
      ************************
      *                      *
      *  Calculo da PDD      *
      *                      *
      ************************
      *
       sec-calculo section.
      *
       lab-cal-00.
           if param-prioridade < 8
              move " Calculo exige prioridade de supervisor - Tecle <Ent
      -       "er>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cal-fim
           end-if.
      *
       lab-cal-01.
           perform acc-competencia thru acc-competencia-fim.
           if escape-key = 1
              go to lab-cal-fim
           end-if.
           perform rot-competencia.
           move pv-dias-corr to fc-par-data.
           call "rotfc01" using campo-fecha.
           if fc-par-fechada = "S"
              move " Competencia fechada - calculo nao permitido - Tecl
      -       "e <Enter>" to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-cal-01
           end-if.
           perform rot-open-pv01.
           if erro not = 0
              go to lab-cal-fim
           end-if.
           move pv-mes-idx to pv01-mes.
           move 0 to pv01-operacao pv01-faixa.
           start arqpv01 key is not less pv01-chave invalid key
                 move 1 to erro
           end-start.
           if erro = 0
              perform rot-le-prox-pv01
           end-if.
           if erro = 0 and pv01-mes = pv-mes-idx
              move "PDD da competencia ja calculada - recalcula (S) (N)
      -       " ?" to mensagem
           else
              move "Confirma o calculo (S) (N) ?" to mensagem
           end-if.
           move 0 to erro.
      *
       lab-cal-02.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1 or resposta = "N"
              display tela-limpa-cad
              perform rot-close-pv01
              perform lmp-mes thru lmp-ano
              go to lab-cal-01
           end-if.
           if resposta not = "S"
              go to lab-cal-02
           end-if.
           move "Aguarde - calculando a provisao" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-cal-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-cal-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-cal-fim
           end-if.
      *
      *    Recalculo: retira os registros da competencia
      *
           move pv-mes-idx to pv01-mes.
           move 0 to pv01-operacao pv01-faixa.
           start arqpv01 key is not less pv01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-cal-04
           end-if.
      *
       lab-cal-03.
           perform rot-le-prox-pv01.
           if erro not = 0
              move 0 to erro
              go to lab-cal-04
           end-if.
           if pv01-mes not = pv-mes-idx
              go to lab-cal-04
           end-if.
           delete arqpv01 record invalid key
                  move 0 to erro
           end-delete.
           go to lab-cal-03.
      *
      *    Aging dos titulos em aberto emitidos ate o fim da
      *    competencia (substituidos, renegociados e parcialmente
      *    liquidados ja tem o saldo em outro titulo)
      *
       lab-cal-04.
           move zeros to tab-aging.
           move low-values to rc01-chave.
           start arqrc01 key is not less rc01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-cal-06
           end-if.
      *
       lab-cal-05.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              go to lab-cal-06
           end-if.
           if rc01-chave = high-values
              go to lab-cal-05
           end-if.
           if rc01-situacao not = spaces
              go to lab-cal-05
           end-if.
           move rc01-emissao to data-sec-in.
           perform rot-data-sec.
           if data-sec-out > pv-ref-sec
              go to lab-cal-05
           end-if.
           perform rot-faixa.
           compute ind-op = rc01-operacao + 1.
           add 1 to agi-tot-qtd(ind-op).
           add 1 to agi-qtd(ind-op ind-fx).
           add rc01-valor to agi-saldo(ind-op ind-fx).
           go to lab-cal-05.
      *
      *    Grava e imprime a provisao por operacao e faixa
      *
       lab-cal-06.
           move 0 to pagina ind-op tot-qtd tot-saldo tot-provisao.
           move "Calculo da Provisao p/ Devedores Duvidosos -" to
                cab-titulo.
           perform rot-cabec.
      *
       lab-cal-07.
           add 1 to ind-op.
           if ind-op > 1000
              go to lab-cal-10
           end-if.
           if agi-tot-qtd(ind-op) = 0
              go to lab-cal-07
           end-if.
           compute operacao = ind-op - 1.
           perform rot-le-operacao.
           perform rot-le-percentuais.
           move 0 to erro ind-fx tot-op-saldo tot-op-provisao.
      *
       lab-cal-08.
           add 1 to ind-fx.
           if ind-fx > 5
              go to lab-cal-09
           end-if.
           if agi-qtd(ind-op ind-fx) = 0
              go to lab-cal-08
           end-if.
           move pv-mes-idx to pv01-mes.
           move operacao to pv01-operacao.
           move ind-fx to pv01-faixa.
           move sele-mes to pv01-comp-mes.
           move sele-ano to pv01-comp-ano.
           move agi-qtd(ind-op ind-fx) to pv01-qtd.
           move agi-saldo(ind-op ind-fx) to pv01-saldo.
           move perc-faixa(ind-fx) to pv01-percentual.
           compute pv01-provisao rounded =
                   pv01-saldo * pv01-percentual / 100.
           move param-usr to pv01-usuario.
           move param-data to pv01-data.
           write reg-pv01 invalid key
                 rewrite reg-pv01 invalid key
                         move 0 to erro
                 end-rewrite
           end-write.
           if linha > 56
              perform rot-cabec
           end-if.
           move operacao to cab-cal-operacao.
           move doperacao to cab-cal-descricao.
           move desc-faixa(ind-fx) to cab-cal-faixa.
           move pv01-qtd to cab-cal-qtd.
           move pv01-saldo to cab-cal-saldo.
           move pv01-percentual to cab-cal-perc.
           move pv01-provisao to cab-cal-provisao.
           write reg-imp from cab-lin-cal after 1 line.
           add 1 to linha.
           add pv01-qtd to tot-qtd.
           add pv01-saldo to tot-op-saldo tot-saldo.
           add pv01-provisao to tot-op-provisao tot-provisao.
           go to lab-cal-08.
      *
       lab-cal-09.
           move 0 to cab-cal-operacao.
           move spaces to cab-cal-descricao.
           move "Total oper." to cab-cal-faixa.
           move agi-tot-qtd(ind-op) to cab-cal-qtd.
           move tot-op-saldo to cab-cal-saldo.
           move 0 to cab-cal-perc.
           move tot-op-provisao to cab-cal-provisao.
           write reg-imp from cab-lin-cal after 1 line.
           write reg-imp from spaces after 1 line.
           add 2 to linha.
           go to lab-cal-07.
      *
       lab-cal-10.
           write reg-imp from tracos after 1 line.
           move 0 to cab-cal-operacao.
           move spaces to cab-cal-descricao.
           move "TOTAL GERAL" to cab-cal-faixa.
           move tot-qtd to cab-cal-qtd.
           move tot-saldo to cab-cal-saldo.
           move 0 to cab-cal-perc.
           move tot-provisao to cab-cal-provisao.
           write reg-imp from cab-lin-cal after 1 line.
           write reg-imp from spaces after page.
           move "Provisao calculada - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-cal-fim.
           perform rot-close-imp.
           perform rot-close-rc01.
           perform rot-close-pv01.
           perform rot-close-tabl.
           perform lmp-mes thru lmp-ano.
           exit.
      *
      ************************
      *                      *
      *  Reconciliacao       *
      *                      *
      ************************
      *
       sec-reconcilia section.
      *
       lab-rec-00.
           perform acc-competencia thru acc-competencia-fim.
           if escape-key = 1
              go to lab-rec-fim
           end-if.
           perform rot-competencia.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rec-fim
           end-if.
           perform rot-open-pv01.
           if erro not = 0
              go to lab-rec-fim
           end-if.
           perform rot-open-pd01.
           if erro not = 0
              go to lab-rec-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rec-fim
           end-if.
           move zeros to tab-concilia.
      *
      *    Saldos da PDD do mes anterior e da competencia
      *
           move pv-mes-ant to pv01-mes.
           move 0 to pv01-operacao pv01-faixa.
           start arqpv01 key is not less pv01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rec-02
           end-if.
      *
       lab-rec-01.
           perform rot-le-prox-pv01.
           if erro not = 0
              move 0 to erro
              go to lab-rec-02
           end-if.
           if pv01-mes > pv-mes-idx
              go to lab-rec-02
           end-if.
           compute ind-op = pv01-operacao + 1.
           if pv01-mes = pv-mes-idx
              add pv01-provisao to cc-atual(ind-op)
           else
              add pv01-provisao to cc-anterior(ind-op)
           end-if.
           go to lab-rec-01.
      *
      *    Livro de perdas: aprovacoes e reintegracoes do mes e
      *    perdas ainda baixadas
      *
       lab-rec-02.
           if pd01-stat not = "A"
              go to lab-rec-04
           end-if.
           move low-values to pd01-chave.
           start arqpd01 key is not less pd01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rec-04
           end-if.
      *
       lab-rec-03.
           perform rot-le-prox-pd01.
           if erro not = 0
              move 0 to erro
              go to lab-rec-04
           end-if.
           if pd01-situacao not = "A" and "R"
              go to lab-rec-03
           end-if.
           compute ind-op = pd01-operacao + 1.
           if pd01-situacao = "A"
              add pd01-valor to cc-aberto(ind-op)
           end-if.
           move pd01-data-aprov to data-sec-in.
           perform rot-mes-indice.
           if pv-mes-aux = pv-mes-idx
              add pd01-valor to cc-perdas(ind-op)
           end-if.
           if pd01-situacao = "R"
              move pd01-data-reint to data-sec-in
              perform rot-mes-indice
              if pv-mes-aux = pv-mes-idx
                 add pd01-valor to cc-reint(ind-op)
              end-if
           end-if.
           go to lab-rec-03.
      *
       lab-rec-04.
           move 0 to pagina ind-op tot-anterior tot-atual
                     tot-variacao tot-perdas tot-reint tot-efeito
                     tot-aberto.
           move "Reconciliacao da PDD com as Baixas por Perda -" to
                cab-titulo.
           perform rot-cabec.
      *
       lab-rec-05.
           add 1 to ind-op.
           if ind-op > 1000
              go to lab-rec-06
           end-if.
           if cc-anterior(ind-op) = 0 and cc-atual(ind-op) = 0 and
              cc-perdas(ind-op) = 0 and cc-reint(ind-op) = 0 and
              cc-aberto(ind-op) = 0
              go to lab-rec-05
           end-if.
           compute operacao = ind-op - 1.
           perform rot-le-operacao.
           move 0 to erro.
           compute cc-variacao = cc-atual(ind-op) - cc-anterior(ind-op).
           compute cc-efeito = cc-variacao + cc-perdas(ind-op)
                             - cc-reint(ind-op).
           if linha > 56
              perform rot-cabec
           end-if.
           move operacao to cab-rec-operacao.
           move doperacao to cab-rec-descricao.
           move cc-anterior(ind-op) to cab-rec-anterior.
           move cc-atual(ind-op) to cab-rec-atual.
           move cc-variacao to cab-rec-variacao.
           move cc-perdas(ind-op) to cab-rec-perdas.
           move cc-reint(ind-op) to cab-rec-reint.
           move cc-efeito to cab-rec-efeito.
           move cc-aberto(ind-op) to cab-rec-aberto.
           write reg-imp from cab-lin-rec after 1 line.
           add 1 to linha.
           add cc-anterior(ind-op) to tot-anterior.
           add cc-atual(ind-op) to tot-atual.
           add cc-variacao to tot-variacao.
           add cc-perdas(ind-op) to tot-perdas.
           add cc-reint(ind-op) to tot-reint.
           add cc-efeito to tot-efeito.
           add cc-aberto(ind-op) to tot-aberto.
           go to lab-rec-05.
      *
       lab-rec-06.
           write reg-imp from tracos after 1 line.
           move 0 to cab-rec-operacao.
           move "TOTAL GERAL" to cab-rec-descricao.
           move tot-anterior to cab-rec-anterior.
           move tot-atual to cab-rec-atual.
           move tot-variacao to cab-rec-variacao.
           move tot-perdas to cab-rec-perdas.
           move tot-reint to cab-rec-reint.
           move tot-efeito to cab-rec-efeito.
           move tot-aberto to cab-rec-aberto.
           write reg-imp from cab-lin-rec after 1 line.
           write reg-imp from spaces after 1 line.
           write reg-imp from cab-obs-rec after 1 line.
           write reg-imp from spaces after page.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rec-fim.
           perform rot-close-imp.
           perform rot-close-pd01.
           perform rot-close-pv01.
           perform rot-close-tabl.
           perform lmp-mes thru lmp-ano.
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
       acc-percentual.
           accept perc-ed at line lin-aux column 29 with auto update
                  prompt foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-despesa.
           accept conta-despesa at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-provisao.
           accept conta-provisao at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-reversao.
           accept conta-reversao at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-competencia.
           move 0 to sele-mes sele-ano.
           perform lmp-mes thru lmp-ano.
      *
       acc-competencia-01.
           accept sele-mes at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-competencia-fim
           end-if.
           if sele-mes = 0 or sele-mes > 12
              go to acc-competencia-01
           end-if.
      *
       acc-competencia-02.
           accept sele-ano at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              perform lmp-ano
              go to acc-competencia-01
           end-if.
      *
       acc-competencia-fim.
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
       dsp-percentual.
           move perc-faixa(ind-fx) to perc-disp.
           display perc-disp at line lin-aux column 29 with
                   foreground-color 15 background-color 01.
      *
       dsp-percentuais.
           move 1 to ind-fx.
      *
       dsp-percentuais-01.
           compute lin-aux = 11 + ind-fx.
           perform dsp-percentual.
           if ind-fx < 5
              add 1 to ind-fx
              go to dsp-percentuais-01
           end-if.
      *
       dsp-contas.
           display conta-despesa at 1129 with foreground-color 15
                   background-color 01.
           display conta-provisao at 1229 with foreground-color 15
                   background-color 01.
           display conta-reversao at 1329 with foreground-color 15
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
       lmp-percentuais.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1529 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-contas.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-mes.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-ano.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
