      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGFD01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Fundos Restritos por Projeto / Convenio :                  *
      *                                                             *
      *  (F)undos   - cadastro do fundo (ARQFD01): fonte,           *
      *               financiador, valor do instrumento, vigencia   *
      *               e operacoes elegiveis;                        *
      *  (V)inculo  - atribui uma baixa de ctas a receber           *
      *               (ARQBX01) ou a pagar (ARQBE01) a um fundo     *
      *               (ARQFV01), avisando operacao nao elegivel ou  *
      *               data fora da vigencia; fundo zero desfaz;     *
      *  (E)xtrato  - prestacao de contas ao financiador: entradas, *
      *               aplicacoes, saldo do fundo e avisos de gasto  *
      *               em operacao nao elegivel ou apos o termino.   *
      *               Baixas estornadas e cheques em custodia       *
      *               aparecem destacados, sem somar.               *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgfd01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqfd01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is fd01-chave
                  file status is fd01-status.
      *
           select arqfv01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is fv01-chave
                  alternate record key is fv01-chave-1 with duplicates
                  file status is fv01-status.
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
           select arqbe01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is be01-chave
                  alternate record key is be01-chave-1 with duplicates
                  alternate record key is be01-chave-2 with duplicates
                  file status is be01-status.
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
       copy fdfd01.lib.
      *
       copy fdfv01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdbe01.lib.
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
       01 fd01-status                  pic x(02) value "00".
       01 fd01-stat                    pic x(01) value "F".
      *
       01 nome-arq-fd01.
          02 fd01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 fd01-nome                 pic x(08) value "ARQFD01A".
          02 filler                    pic x(01) value ".".
          02 fd01-ext                  pic x(03) value "DAT".
      *
       01 fv01-status                  pic x(02) value "00".
       01 fv01-stat                    pic x(01) value "F".
      *
       01 nome-arq-fv01.
          02 fv01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 fv01-nome                 pic x(08) value "ARQFV01A".
          02 filler                    pic x(01) value ".".
          02 fv01-ext                  pic x(03) value "DAT".
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
       01 be01-status                  pic x(02) value "00".
       01 be01-stat                    pic x(01) value "F".
      *
       01 nome-arq-be01.
          02 be01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 be01-nome                 pic x(08) value "ARQBE01A".
          02 filler                    pic x(01) value ".".
          02 be01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGFD01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(80) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
       01 coluna-tela                  pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 fundo                     pic 9(05) value 0.
          02 descricao                 pic x(40) value spaces.
          02 fonte                     pic x(01) value spaces.
          02 financiador               pic x(40) value spaces.
          02 valor-aux                 pic z(10)9,9(02) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 inicio                    pic 9(06) value 0.
          02 fim                       pic 9(06) value 0.
          02 inicio-disp               pic x(08) value spaces.
          02 fim-disp                  pic x(08) value spaces.
          02 situacao                  pic x(01) value spaces.
          02 origem                    pic x(01) value spaces.
          02 baixa                     pic 9(06) value 0.
          02 oper-aux                  pic 9(03) value 0.
      *
       01 elegiveis.
          02 oper-elegivel             pic 9(03) occurs 10.
       01 el-idx                       pic 9(02) comp-5 value 0.
      *
       01 flag-existe                  pic x(01) value spaces.
       01 flag-elegivel                pic x(01) value spaces.
       01 flag-conta                   pic x(01) value spaces.
      *
      *    Baixa selecionada (ARQBX01 ou ARQBE01)
      *
       01 bx-documento                 pic x(10) value spaces.
       01 bx-liquidacao                pic 9(06) value 0.
       01 bx-operacao                  pic 9(03) value 0.
       01 bx-valor                     pic 9(11)v9(02) value 0.
       01 bx-situacao                  pic x(01) value spaces.
       01 bx-valor-vinc                pic 9(11)v9(02) value 0.
      *
       01 aviso                        pic x(18) value spaces.
       01 liq-sec                      pic 9(06) value 0.
       01 ini-sec                      pic 9(06) value 0.
       01 fim-sec                      pic 9(06) value 0.
      *
       01 tot-recebido                 pic 9(13)v9(02) value 0.
       01 tot-aplicado                 pic 9(13)v9(02) value 0.
       01 tot-nao-elegivel             pic 9(13)v9(02) value 0.
       01 tot-fora-vigencia            pic 9(13)v9(02) value 0.
       01 saldo-fundo                  pic s9(13)v9(02) value 0.
       01 qtd-avisos                   pic 9(05) value 0.
       01 qtd-fundos                   pic 9(05) value 0.
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
          "Extrato de Fundo Restrito".
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-fundo-1.
          02 filler                    pic x(08) value "Fundo: ".
          02 cab-fundo                 pic 9(05) value 0.
          02 filler                    pic x(03) value " - ".
          02 cab-descricao             pic x(40) value spaces.
      *
       01 cab-fundo-2.
          02 filler                    pic x(14) value "Financiador: ".
          02 cab-financiador           pic x(40) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-fonte                 pic x(11) value spaces.
      *
       01 cab-fundo-3.
          02 filler                    pic x(14) value "Vigencia...: ".
          02 cab-inicio                pic x(08) value spaces.
          02 filler                    pic x(03) value " a ".
          02 cab-fim                   pic x(08) value spaces.
          02 filler                    pic x(04) value spaces.
          02 filler                    pic x(13) value "Instrumento:".
          02 cab-valor                 pic zz.zzz.zzz.zz9,99.
      *
       01 cab-fundo-4.
          02 filler                    pic x(14) value "Elegiveis..: ".
          02 cab-elegiveis             pic x(50) value spaces.
      *
       01 cab-tit.
          02 filler                    pic x(09) value "Data".
          02 filler                    pic x(04) value "Tp".
          02 filler                    pic x(07) value "Baixa".
          02 filler                    pic x(11) value "Documento".
          02 filler                    pic x(04) value "Op.".
          02 filler                    pic x(17) value
             "         Entrada".
          02 filler                    pic x(17) value
             "       Aplicacao".
          02 filler                    pic x(01) value spaces.
          02 filler                    pic x(18) value "Aviso".
      *
       01 cab-lin.
          02 cab-lin-data              pic x(08) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-tipo              pic x(03) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-baixa             pic 9(06) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-documento         pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-operacao          pic 9(03) value 0.
          02 cab-lin-entrada           pic zz.zzz.zzz.zz9,99.
          02 cab-lin-saida             pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-aviso             pic x(18) value spaces.
      *
       01 cab-res.
          02 cab-res-txt               pic x(38) value spaces.
          02 cab-res-valor             pic --.---.---.---.--9,99.
      *
       01 cab-res-qtd.
          02 filler                    pic x(38) value
             "Avisos de aplicacao.................:".
          02 cab-res-avisos            pic zzzz9 value 0.
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
          02 line 07 column 46 foreground-color 06 background-color 01
             highlight value "Fundos Restritos".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (F/V/E).......:".
      *
       01 tela-fundo.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Fundo................:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Fonte (C/P/D)........:".
          02 line 12 column 33 foreground-color 06 background-color 01
             highlight value "C-Convenio P-Patrocinio D-Doacao".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Financiador..........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Valor do instrumento.:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Vigencia.............:".
          02 line 15 column 31 foreground-color 06 background-color 01
             highlight value "/  /   a    /  /".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Operacoes elegiveis..:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Situacao (A/E).......:".
      *
       01 tela-vinculo.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Baixa a (R)eceber/(P)agar:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Numero da baixa......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Documento / liquid...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Operacao / valor pago:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Fundo (0 = desfaz)...:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Valor vinculado......:".
      *
       01 tela-extrato.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Fundo (0 = ativos)...:".
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
       rot-open-fd01.
           move 0 to erro.
           if fd01-stat = "F"
              open i-o arqfd01
              if fd01-status = "35"
                 open output arqfd01
                 close arqfd01
                 open i-o arqfd01
              end-if
              if fd01-status not = "00"
                 move
                 " Erro de abertura no ARQFD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to fd01-stat
              end-if
           end-if.
      *
       rot-close-fd01.
           if fd01-stat = "A"
              close arqfd01
              move "F" to fd01-stat
           end-if.
      *
       rot-le-fd01.
           move 0 to erro.
           read arqfd01 invalid key move 1 to erro.
           if fd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-fd01
           end-if.
      *
       rot-le-prox-fd01.
           move 0 to erro.
           read arqfd01 next record at end move 1 to erro.
           if fd01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-fd01
           end-if.
      *
       rot-open-fv01.
           move 0 to erro.
           if fv01-stat = "F"
              open i-o arqfv01
              if fv01-status = "35"
                 open output arqfv01
                 close arqfv01
                 open i-o arqfv01
              end-if
              if fv01-status not = "00"
                 move
                 " Erro de abertura no ARQFV01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to fv01-stat
              end-if
           end-if.
      *
       rot-close-fv01.
           if fv01-stat = "A"
              close arqfv01
              move "F" to fv01-stat
           end-if.
      *
       rot-le-fv01.
           move 0 to erro.
           read arqfv01 invalid key move 1 to erro.
           if fv01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-fv01
           end-if.
      *
       rot-le-prox-fv01.
           move 0 to erro.
           read arqfv01 next record at end move 1 to erro.
           if fv01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-fv01
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
       rot-le-bx01.
           move 0 to erro.
           read arqbx01 invalid key move 1 to erro.
           if bx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-bx01
           end-if.
      *
       rot-open-be01.
           move 0 to erro.
           if be01-stat = "F"
              open input arqbe01
              if be01-status not = "00"
                 move
                 " Erro de abertura no ARQBE01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to be01-stat
              end-if
           end-if.
      *
       rot-close-be01.
           if be01-stat = "A"
              close arqbe01
              move "F" to be01-stat
           end-if.
      *
       rot-le-be01.
           move 0 to erro.
           read arqbe01 invalid key move 1 to erro.
           if be01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-be01
           end-if.
      *
       rot-open-tabl.
           move 0 to erro.
           if tabl-stat = "F"
              open input arqtabl
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
           write reg-imp from cab-fundo-1 after 1 line.
           write reg-imp from cab-fundo-2 after 1 line.
           write reg-imp from cab-fundo-3 after 1 line.
           write reg-imp from cab-fundo-4 after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
           move 11 to linha.
      *
      *    Baixa selecionada (origem/baixa) nos campos bx-*;
      *    erro = 1 quando nao existe
      *
       rot-le-baixa.
           move spaces to bx-documento bx-situacao.
           move 0 to bx-liquidacao bx-operacao bx-valor.
           if origem = "R"
              move baixa to bx01-baixa
              perform rot-le-bx01
              if erro = 0
                 move bx01-documento to bx-documento
                 move bx01-liquidacao to bx-liquidacao
                 move bx01-operacao to bx-operacao
                 move bx01-valor-pago to bx-valor
                 move bx01-situacao to bx-situacao
              end-if
           else
              move baixa to be01-baixa
              perform rot-le-be01
              if erro = 0
                 move be01-documento to bx-documento
                 move be01-liquidacao to bx-liquidacao
                 move be01-operacao to bx-operacao
                 move be01-valor-pago to bx-valor
                 move be01-situacao to bx-situacao
              end-if
           end-if.
      *
      *    Aviso de aplicacao (pagamentos): operacao fora da lista
      *    de elegiveis do fundo e liquidacao fora da vigencia
      *
       rot-aviso.
           move spaces to aviso.
           if bx-situacao = "E" or "R"
              move "BAIXA ESTORNADA" to aviso
              go to rot-aviso-fim
           end-if.
           if bx-situacao = "C"
              move "CHEQUE EM CUSTODIA" to aviso
              go to rot-aviso-fim
           end-if.
           if origem not = "P"
              go to rot-aviso-fim
           end-if.
           move bx-liquidacao to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to liq-sec.
           move fd01-inicio to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to ini-sec.
           move fd01-fim to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to fim-sec.
           if fd01-fim not = 0 and liq-sec > fim-sec
              move "APOS A VIGENCIA" to aviso
              go to rot-aviso-fim
           end-if.
           if fd01-inicio not = 0 and liq-sec < ini-sec
              move "ANTES DA VIGENCIA" to aviso
              go to rot-aviso-fim
           end-if.
           move "S" to flag-elegivel.
           if fd01-elegiveis = zeros
              go to rot-aviso-fim
           end-if.
           move "N" to flag-elegivel.
           move 1 to el-idx.
       rot-aviso-1.
           if el-idx > 10
              go to rot-aviso-2
           end-if.
           if fd01-operacao(el-idx) not = 0 and
              fd01-operacao(el-idx) = bx-operacao
              move "S" to flag-elegivel
              go to rot-aviso-2
           end-if.
           add 1 to el-idx.
           go to rot-aviso-1.
       rot-aviso-2.
           if flag-elegivel = "N"
              move "OPER. NAO ELEGIVEL" to aviso
           end-if.
       rot-aviso-fim.
           exit.
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
      *    Extrato do fundo corrente (reg-fd01)
      *
       rot-extrato.
           add 1 to qtd-fundos.
           move 0 to tot-recebido tot-aplicado tot-nao-elegivel
                     tot-fora-vigencia qtd-avisos.
           move fd01-codigo to cab-fundo.
           move fd01-descricao to cab-descricao.
           move fd01-financiador to cab-financiador.
           evaluate fd01-fonte
                    when "C" move "CONVENIO" to cab-fonte
                    when "P" move "PATROCINIO" to cab-fonte
                    when "D" move "DOACAO" to cab-fonte
                    when other move spaces to cab-fonte
           end-evaluate.
           move spaces to cab-inicio cab-fim.
           if fd01-inicio not = 0
              move fd01-inicio to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to cab-inicio
           end-if.
           if fd01-fim not = 0
              move fd01-fim to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to cab-fim
           end-if.
           move fd01-valor to cab-valor.
           move spaces to cab-elegiveis.
           if fd01-elegiveis = zeros
              move "TODAS AS OPERACOES" to cab-elegiveis
           else
              move 1 to el-idx
              perform rot-lista-elegiveis thru rot-lista-elegiveis-fim
           end-if.
           if qtd-fundos > 1
              move 1 to pagina
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
              write reg-imp from spaces after 1 line
              write reg-imp from cab-fundo-1 after 1 line
              write reg-imp from cab-fundo-2 after 1 line
              write reg-imp from cab-fundo-3 after 1 line
              write reg-imp from cab-fundo-4 after 1 line
              write reg-imp from tracos after 1 line
              write reg-imp from cab-tit after 1 line
              write reg-imp from tracos after 1 line
              move 11 to linha
           else
              perform rot-cabec
           end-if.
           move fd01-codigo to fv01-fundo.
           start arqfv01 key is not less fv01-chave-1 invalid key
                 go to rot-extrato-2
           end-start.
      *
       rot-extrato-1.
           perform rot-le-prox-fv01.
           if erro not = 0 or fv01-fundo not = fd01-codigo
              move 0 to erro
              go to rot-extrato-2
           end-if.
           move fv01-origem to origem.
           move fv01-baixa to baixa.
           perform rot-le-baixa.
           if erro not = 0
              move 0 to erro
              move "BAIXA EXCLUIDA" to aviso
              move spaces to bx-documento
              move 0 to bx-liquidacao bx-operacao
           else
              perform rot-aviso thru rot-aviso-fim
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move spaces to cab-lin-data.
           if bx-liquidacao not = 0
              move bx-liquidacao to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to cab-lin-data
           end-if.
           move baixa to cab-lin-baixa.
           move bx-documento to cab-lin-documento.
           move bx-operacao to cab-lin-operacao.
           move 0 to cab-lin-entrada cab-lin-saida.
           if origem = "R"
              move "REC" to cab-lin-tipo
              move fv01-valor to cab-lin-entrada
           else
              move "PAG" to cab-lin-tipo
              move fv01-valor to cab-lin-saida
           end-if.
           move aviso to cab-lin-aviso.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
      *
      *    Estornadas, em custodia e excluidas nao somam
      *
           if aviso = "BAIXA ESTORNADA" or "CHEQUE EM CUSTODIA" or
              "BAIXA EXCLUIDA"
              go to rot-extrato-1
           end-if.
           if origem = "R"
              add fv01-valor to tot-recebido
              go to rot-extrato-1
           end-if.
           add fv01-valor to tot-aplicado.
           if aviso = "OPER. NAO ELEGIVEL"
              add 1 to qtd-avisos
              add fv01-valor to tot-nao-elegivel
           end-if.
           if aviso = "APOS A VIGENCIA" or "ANTES DA VIGENCIA"
              add 1 to qtd-avisos
              add fv01-valor to tot-fora-vigencia
           end-if.
           go to rot-extrato-1.
      *
       rot-extrato-2.
           if linha > 48
              perform rot-cabec
           end-if.
           write reg-imp from tracos after 1 line.
           move "Valor do instrumento................:" to cab-res-txt.
           move fd01-valor to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Recursos recebidos..................:" to cab-res-txt.
           move tot-recebido to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "A receber do financiador............:" to cab-res-txt.
           compute saldo-fundo = fd01-valor - tot-recebido.
           if saldo-fundo < 0
              move 0 to saldo-fundo
           end-if.
           move saldo-fundo to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Recursos aplicados..................:" to cab-res-txt.
           move tot-aplicado to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Saldo disponivel do fundo...........:" to cab-res-txt.
           compute saldo-fundo = tot-recebido - tot-aplicado.
           move saldo-fundo to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Aplicado em operacao nao elegivel...:" to cab-res-txt.
           move tot-nao-elegivel to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Aplicado fora da vigencia...........:" to cab-res-txt.
           move tot-fora-vigencia to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move qtd-avisos to cab-res-avisos.
           write reg-imp from cab-res-qtd after 1 line.
       rot-extrato-fim.
           exit.
      *
       rot-lista-elegiveis.
           if el-idx > 10
              go to rot-lista-elegiveis-fim
           end-if.
           if fd01-operacao(el-idx) not = 0
              compute coluna-tela = ((el-idx - 1) * 4) + 1
              move fd01-operacao(el-idx) to
                   cab-elegiveis(coluna-tela:3)
           end-if.
           add 1 to el-idx.
           go to rot-lista-elegiveis.
       rot-lista-elegiveis-fim.
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
           if funcao not = "F" and "V" and "E"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "F"
                         perform sec-fundos
                    when funcao = "V"
                         perform sec-vinculo
                    when funcao = "E"
                         perform sec-extrato
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
      *  Cadastro de fundos  *
      *                      *
      ************************
      *
       sec-fundos section.
      *
       lab-fnd-00.
           perform rot-open-fd01.
           if erro not = 0
              go to lab-fnd-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-fnd-fim
           end-if.
           display tela-fundo.
      *
       lab-fnd-01.
           move 0 to fundo.
           perform lmp-fundo thru lmp-situacao.
           perform acc-fundo.
           if escape-key = 1
              go to lab-fnd-fim
           end-if.
           if fundo = 0
              go to lab-fnd-01
           end-if.
           move fundo to fd01-codigo.
           perform rot-le-fd01.
           if erro = 0
              move "S" to flag-existe
              move fd01-descricao to descricao
              move fd01-fonte to fonte
              move fd01-financiador to financiador
              move fd01-valor to valor-aux
              move fd01-inicio to inicio
              move fd01-fim to fim
              move fd01-elegiveis to elegiveis
              move fd01-situacao to situacao
              perform dsp-fundo-todos
           else
              move "N" to flag-existe
              move spaces to descricao fonte financiador
              move 0 to valor-aux inicio fim
              move zeros to elegiveis
              move "A" to situacao
           end-if.
           move 0 to erro.
      *
       lab-fnd-02.
           perform acc-descricao.
           if escape-key = 1
              go to lab-fnd-01
           end-if.
           move descricao to txt.
           perform rot-texto.
           move txt to descricao.
           if descricao = spaces
              go to lab-fnd-02
           end-if.
      *
       lab-fnd-03.
           perform acc-fonte.
           if escape-key = 1
              go to lab-fnd-02
           end-if.
           move fonte to txt.
           perform rot-texto.
           move txt to fonte.
           if fonte not = "C" and "P" and "D"
              go to lab-fnd-03
           end-if.
      *
       lab-fnd-04.
           perform acc-financiador.
           if escape-key = 1
              go to lab-fnd-03
           end-if.
           move financiador to txt.
           perform rot-texto.
           move txt to financiador.
           if financiador = spaces
              go to lab-fnd-04
           end-if.
      *
       lab-fnd-05.
           perform acc-valor.
           if escape-key = 1
              go to lab-fnd-04
           end-if.
      *
       lab-fnd-06.
           move 0 to dia-euro mes-euro ano-euro.
           if inicio not = 0
              move inicio to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform acc-inicio thru acc-inicio-fim.
           if escape-key = 1
              go to lab-fnd-05
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-fnd-06
           end-if.
           move dias-corr to inicio.
      *
       lab-fnd-07.
           move 0 to dia-euro mes-euro ano-euro.
           if fim not = 0
              move fim to dias-corr
              move 1 to opcao-data
              perform rot-data
           end-if.
           perform acc-fim thru acc-fim-fim.
           if escape-key = 1
              go to lab-fnd-06
           end-if.
           move 4 to opcao-data.
           perform rot-data.
           if erro not = 0
              perform rot-data-i
              go to lab-fnd-07
           end-if.
           move dias-corr to fim.
           move inicio to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to ini-sec.
           move fim to data-sec-in.
           perform rot-data-sec.
           if data-sec-out < ini-sec
              perform rot-data-i
              go to lab-fnd-07
           end-if.
      *
      *    Operacoes elegiveis (tabela tipo 05); zero encerra a lista
      *
           move 1 to el-idx.
      *
       lab-fnd-08.
           if el-idx > 10
              go to lab-fnd-09
           end-if.
           compute coluna-tela = 29 + ((el-idx - 1) * 4).
           move oper-elegivel(el-idx) to oper-aux.
           accept oper-aux at line 16 column coluna-tela with auto
                  update prompt foreground-color 15
                  background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              if el-idx = 1
                 go to lab-fnd-07
              end-if
              subtract 1 from el-idx
              go to lab-fnd-08
           end-if.
           if oper-aux = 0
              move 0 to oper-elegivel(el-idx)
              go to lab-fnd-08a
           end-if.
           move "05" to tabl-tipo.
           move spaces to tabl-codigo.
           move oper-aux to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-fnd-08
           end-if.
           move oper-aux to oper-elegivel(el-idx).
           add 1 to el-idx.
           go to lab-fnd-08.
      *
      *    Zero encerra: limpa as posicoes seguintes
      *
       lab-fnd-08a.
           if el-idx > 10
              go to lab-fnd-09
           end-if.
           move 0 to oper-elegivel(el-idx).
           compute coluna-tela = 29 + ((el-idx - 1) * 4).
           display limpa-10(1:3) at line 16 column coluna-tela with
                   foreground-color 15 background-color 01.
           add 1 to el-idx.
           go to lab-fnd-08a.
      *
       lab-fnd-09.
           perform acc-situacao.
           if escape-key = 1
              move 1 to el-idx
              go to lab-fnd-08
           end-if.
           move situacao to txt.
           perform rot-texto.
           move txt to situacao.
           if situacao not = "A" and "E"
              go to lab-fnd-09
           end-if.
      *
       lab-fnd-10.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-fnd-09
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-fnd-01
           else
              if resposta not = "S"
                 go to lab-fnd-10
              end-if
           end-if.
           display tela-limpa-cad.
           move fundo to fd01-codigo.
           perform rot-le-fd01.
           move fundo to fd01-codigo.
           move descricao to fd01-descricao.
           move fonte to fd01-fonte.
           move financiador to fd01-financiador.
           move valor-aux to fd01-valor.
           move inicio to fd01-inicio.
           move fim to fd01-fim.
           move elegiveis to fd01-elegiveis.
           move situacao to fd01-situacao.
           move param-usr to fd01-usuario.
           move param-data to fd01-data.
           if erro = 0
              rewrite reg-fd01 invalid key
                      continue
              end-rewrite
           else
              write reg-fd01 invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-fnd-01.
      *
       lab-fnd-fim.
           perform rot-close-tabl.
           perform rot-close-fd01.
           exit.
      *
      ************************
      *                      *
      *  Vinculo de baixas   *
      *                      *
      ************************
      *
       sec-vinculo section.
      *
       lab-vin-00.
           perform rot-open-fd01.
           if erro not = 0
              go to lab-vin-fim
           end-if.
           perform rot-open-fv01.
           if erro not = 0
              go to lab-vin-fim
           end-if.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-vin-fim
           end-if.
           perform rot-open-be01.
           if erro not = 0
              go to lab-vin-fim
           end-if.
           display tela-vinculo.
      *
       lab-vin-01.
           move spaces to origem.
           perform lmp-origem thru lmp-valor-vinc.
           perform acc-origem.
           if escape-key = 1
              go to lab-vin-fim
           end-if.
           move origem to txt.
           perform rot-texto.
           move txt to origem.
           if origem not = "R" and "P"
              go to lab-vin-01
           end-if.
      *
       lab-vin-02.
           move 0 to baixa.
           perform lmp-baixa thru lmp-valor-vinc.
           perform acc-baixa.
           if escape-key = 1
              go to lab-vin-01
           end-if.
           if baixa = 0
              go to lab-vin-02
           end-if.
           perform rot-le-baixa.
           if erro not = 0
              move " Baixa nao encontrada - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-vin-02
           end-if.
           if bx-situacao = "R"
              move " Registro de estorno nao e vinculado - Tecle <Ente
      -       "r>" to mensagem
              perform rot-erro-cad
              go to lab-vin-02
           end-if.
           perform dsp-baixa.
           move origem to fv01-origem.
           move baixa to fv01-baixa.
           perform rot-le-fv01.
           if erro = 0
              move fv01-fundo to fundo
              move fv01-valor to valor-aux
           else
              move 0 to fundo
              move bx-valor to valor-aux
           end-if.
           move 0 to erro.
      *
       lab-vin-03.
           perform acc-fundo-vinc.
           if escape-key = 1
              go to lab-vin-02
           end-if.
           if fundo = 0
              go to lab-vin-05
           end-if.
           move fundo to fd01-codigo.
           perform rot-le-fd01.
           if erro not = 0
              move " Fundo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-vin-03
           end-if.
           if fd01-situacao = "E"
              move " Fundo encerrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-vin-03
           end-if.
           perform dsp-dfundo.
      *
       lab-vin-04.
           perform acc-valor-vinc.
           if escape-key = 1
              go to lab-vin-03
           end-if.
           move valor-aux to bx-valor-vinc.
           if bx-valor-vinc = 0 or bx-valor-vinc > bx-valor
              move " Valor deve ser de 0,01 ate o valor pago - Tecle <
      -       "Enter>" to mensagem
              perform rot-erro-cad
              go to lab-vin-04
           end-if.
           perform rot-aviso thru rot-aviso-fim.
           if aviso not = spaces
              move spaces to mensagem
              string " Atencao: " aviso " - vincula assim mesmo (S) (N
      -              ") ?" delimited by size into mensagem
              end-string
           else
              move "Confirma (S) (N) ?" to mensagem
           end-if.
      *
       lab-vin-05.
           if fundo = 0
              move "Desfaz o vinculo da baixa (S) (N) ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-vin-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-vin-02
           else
              if resposta not = "S"
                 go to lab-vin-05
              end-if
           end-if.
           display tela-limpa-cad.
           move origem to fv01-origem.
           move baixa to fv01-baixa.
           perform rot-le-fv01.
           if fundo = 0
              if erro = 0
                 delete arqfv01 record invalid key
                        continue
                 end-delete
              end-if
              move 0 to erro
              go to lab-vin-02
           end-if.
           move origem to fv01-origem.
           move baixa to fv01-baixa.
           move fundo to fv01-fundo.
           move bx-valor-vinc to fv01-valor.
           move param-usr to fv01-usuario.
           move param-data to fv01-data.
           if erro = 0
              rewrite reg-fv01 invalid key
                      continue
              end-rewrite
           else
              write reg-fv01 invalid key
                    continue
              end-write
           end-if.
           move 0 to erro.
           go to lab-vin-02.
      *
       lab-vin-fim.
           perform rot-close-be01.
           perform rot-close-bx01.
           perform rot-close-fv01.
           perform rot-close-fd01.
           exit.
      *
      ************************
      *                      *
      *  Extrato do fundo    *
      *                      *
      ************************
      *
       sec-extrato section.
      *
       lab-ext-00.
           perform rot-open-fd01.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           perform rot-open-fv01.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           perform rot-open-be01.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           display tela-extrato.
      *
       lab-ext-01.
           move 0 to fundo.
           perform lmp-fundo.
           perform acc-fundo.
           if escape-key = 1
              go to lab-ext-fim
           end-if.
           if fundo not = 0
              move fundo to fd01-codigo
              perform rot-le-fd01
              if erro not = 0
                 move " Fundo nao cadastrado - Tecle <Enter>" to
                      mensagem
                 perform rot-erro-cad
                 go to lab-ext-01
              end-if
              perform dsp-dfundo-ext
           end-if.
      *
       lab-ext-02.
           move "Imprime o extrato (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ext-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ext-01
           else
              if resposta not = "S"
                 go to lab-ext-02
              end-if
           end-if.
           move "Aguarde - imprimindo" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-imp.
           if erro not = 0
              go to lab-ext-fim
           end-if.
           move 0 to pagina qtd-fundos.
           if fundo not = 0
              perform rot-extrato thru rot-extrato-fim
              go to lab-ext-04
           end-if.
           move 0 to fd01-codigo.
           start arqfd01 key is not less fd01-chave invalid key
                 go to lab-ext-04
           end-start.
      *
       lab-ext-03.
           perform rot-le-prox-fd01.
           if erro not = 0
              move 0 to erro
              go to lab-ext-04
           end-if.
           if fd01-situacao not = "A"
              go to lab-ext-03
           end-if.
           perform rot-extrato thru rot-extrato-fim.
           go to lab-ext-03.
      *
       lab-ext-04.
           if pagina not = 0
              write reg-imp from spaces after page
           end-if.
           perform rot-close-imp.
           display tela-limpa-cad.
           go to lab-ext-01.
      *
       lab-ext-fim.
           perform rot-close-imp.
           perform rot-close-be01.
           perform rot-close-bx01.
           perform rot-close-fv01.
           perform rot-close-fd01.
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
       acc-fundo.
           accept fundo at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-descricao.
           accept descricao at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fonte.
           accept fonte at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-financiador.
           accept financiador at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor.
           accept valor-aux at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-inicio.
           accept dia-euro at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-inicio-fim
           end-if.
           accept mes-euro at 1532 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-inicio-fim
           end-if.
           accept ano-euro at 1535 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-inicio-fim.
           exit.
      *
       acc-fim.
           accept dia-euro at 1541 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-fim-fim
           end-if.
           accept mes-euro at 1544 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-fim-fim
           end-if.
           accept ano-euro at 1547 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-fim-fim.
           exit.
      *
       acc-situacao.
           accept situacao at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-origem.
           accept origem at 1033 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-baixa.
           accept baixa at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-fundo-vinc.
           accept fundo at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-valor-vinc.
           accept valor-aux at 1629 with auto update prompt
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
       dsp-fundo-todos.
           display descricao at 1129 with foreground-color 15
                   background-color 01.
           display fonte at 1229 with foreground-color 15
                   background-color 01.
           display financiador at 1329 with foreground-color 15
                   background-color 01.
           move valor-aux to valor-disp.
           display valor-aux at 1429 with foreground-color 15
                   background-color 01.
           if inicio not = 0
              move inicio to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1529 with foreground-color 15
                      background-color 01
           end-if.
           if fim not = 0
              move fim to dias-corr
              move 1 to opcao-data
              perform rot-data
              display data-disp at 1541 with foreground-color 15
                      background-color 01
           end-if.
           move 1 to el-idx.
           perform dsp-elegiveis thru dsp-elegiveis-fim.
           display situacao at 1729 with foreground-color 15
                   background-color 01.
      *
       dsp-elegiveis.
           if el-idx > 10
              go to dsp-elegiveis-fim
           end-if.
           if oper-elegivel(el-idx) not = 0
              compute coluna-tela = 29 + ((el-idx - 1) * 4)
              display oper-elegivel(el-idx) at line 16 column
                      coluna-tela with foreground-color 15
                      background-color 01
           end-if.
           add 1 to el-idx.
           go to dsp-elegiveis.
       dsp-elegiveis-fim.
           exit.
      *
       dsp-baixa.
           display bx-documento at 1229 with foreground-color 15
                   background-color 01.
           move bx-liquidacao to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1241 with foreground-color 15
                   background-color 01.
           display bx-operacao at 1329 with foreground-color 15
                   background-color 01.
           move bx-valor to valor-disp.
           display valor-disp at 1335 with foreground-color 15
                   background-color 01.
      *
       dsp-dfundo.
           display fd01-descricao(1:38) at 1535 with foreground-color 15
                   background-color 01.
      *
       dsp-dfundo-ext.
           display fd01-descricao(1:38) at 1035 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-fundo.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
           display limpa(1:38) at 1035 with foreground-color 15
                   background-color 01.
      *
       lmp-descricao.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-fonte.
           display limpa-10(1:1) at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-financiador.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
           display limpa-10(1:7) at 1439 with foreground-color 15
                   background-color 01.
      *
       lmp-vigencia.
           display "  /  /   a    /  /  " at 1529 with
                   foreground-color 06 background-color 01 highlight.
      *
       lmp-elegiveis.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa-10(1:1) at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-origem.
           display limpa-10(1:1) at 1033 with foreground-color 15
                   background-color 01.
      *
       lmp-baixa.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-dados-baixa.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-fundo-vinc.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-valor-vinc.
           display limpa-10 at 1629 with foreground-color 15
                   background-color 01.
           display limpa-10(1:7) at 1639 with foreground-color 15
                   background-color 01.
