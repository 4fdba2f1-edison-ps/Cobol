      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGPC01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Apuracao Mensal do PIS/COFINS :                            *
      *                                                             *
      *  A mensalidade associativa e isenta; PIS e COFINS incidem   *
      *  sobre a receita de atividade propria (eventos, cursos,     *
      *  publicacoes, receptivo). Cada operacao e classificada na   *
      *  tabela tipo 48 como (A)ssociativa, (T)ributavel ou         *
      *  (C)usto com credito (regime nao-cumulativo).               *
      *                                                             *
      *  (A)puracao - receita tributavel da competencia pelo        *
      *               regime escolhido: (C)aixa = recebimentos do   *
      *               ARQBX01, (F)aturamento = emissoes do ARQRC01  *
      *               (mesma regra do balancete pgct02); creditos   *
      *               sobre os pagamentos do ARQBE01 das operacoes  *
      *               "C"; imprime o papel de trabalho e gera os    *
      *               DARF no ARQRE01 (PIS mmaa / COFImmaa), ja     *
      *               aprovados, vencimento dia 25 do mes seguinte; *
      *  (T)abela   - regime, aliquotas, credor/operacao dos DARF   *
      *               e classificacao das operacoes, so supervisor. *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgpc01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
       copy fdbx01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdbe01.lib.
      *
       copy fdre01.lib.
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
          02 cb-programa               pic x(08) value "PGPC01".
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
          02 sele-mes                  pic 9(02) value 0.
          02 sele-ano                  pic 9(02) value 0.
          02 regime                    pic x(01) value spaces.
          02 perc-aux                  pic z9,9(02) value 0.
          02 nao-cumul                 pic x(01) value spaces.
          02 credor                    pic 9(05) value 0.
          02 oper-darf                 pic 9(03) value 0.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(30) value spaces.
          02 classe                    pic x(01) value spaces.
      *
      *    Parametros (tipo 48, codigo PARAM): regime C/F,
      *    aliquotas 99v99, nao-cumulativo S/N, credor e operacao
      *    dos titulos do DARF
      *
       01 par-pc.
          02 pc-regime                 pic x(01) value "C".
          02 pc-aliq-pis               pic 9(02)v9(02) value 0.
          02 pc-aliq-cofins            pic 9(02)v9(02) value 0.
          02 pc-nao-cumul              pic x(01) value "N".
          02 pc-credor                 pic 9(05) value 0.
          02 pc-operacao               pic 9(03) value 0.
          02 filler                    pic x(02) value spaces.
      *
      *    Classificacao da operacao (tipo 48, codigo = numero da
      *    operacao): resto(1:1) A/T/C; sem registro = nao
      *    classificada, fica fora da base e sai destacada
      *
       01 par-classe.
          02 cl-classe                 pic x(01) value spaces.
          02 filler                    pic x(19) value spaces.
      *
      *    Movimento da competencia por operacao; op-classe em
      *    branco = ainda nao lida da tabela, "N" = sem registro
      *
       01 tab-oper.
          02 oper-item                 occurs 999.
             03 op-receita             pic s9(11)v9(02).
             03 op-credito             pic s9(11)v9(02).
             03 op-classe              pic x(01).
      *
       01 ind                          pic 9(04) comp-5 value 0.
       01 comp-ini                     pic 9(06) value 0.
       01 comp-fim                     pic 9(06) value 0.
       01 venc-darf                    pic 9(06) value 0.
       01 lan-valor                    pic s9(11)v9(02) value 0.
      *
       01 tot-tributavel               pic s9(11)v9(02) value 0.
       01 tot-isenta                   pic s9(11)v9(02) value 0.
       01 tot-sem-classe               pic s9(11)v9(02) value 0.
       01 tot-credito                  pic s9(11)v9(02) value 0.
       01 deb-pis                      pic s9(11)v9(02) value 0.
       01 deb-cofins                   pic s9(11)v9(02) value 0.
       01 crd-pis                      pic s9(11)v9(02) value 0.
       01 crd-cofins                   pic s9(11)v9(02) value 0.
       01 val-pis                      pic s9(11)v9(02) value 0.
       01 val-cofins                   pic s9(11)v9(02) value 0.
      *
       01 doc-pis.
          02 filler                    pic x(04) value "PIS ".
          02 doc-pis-mes               pic 9(02) value 0.
          02 doc-pis-ano               pic 9(02) value 0.
          02 filler                    pic x(02) value spaces.
      *
       01 doc-cofins.
          02 filler                    pic x(04) value "COFI".
          02 doc-cofins-mes            pic 9(02) value 0.
          02 doc-cofins-ano            pic 9(02) value 0.
          02 filler                    pic x(02) value spaces.
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
          "Apuracao PIS/COFINS - Competencia".
          02 cab-competencia           pic x(05) value spaces.
          02 filler                    pic x(10) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-regime.
          02 filler                    pic x(10) value "Regime: ".
          02 cab-regime-nome           pic x(40) value spaces.
      *
       01 cab-tit.
          02 filler                    pic x(38) value "Operacao".
          02 filler                    pic x(16) value "Classificacao".
          02 filler                    pic x(18) value
             "         Receita".
          02 filler                    pic x(18) value
             "   Base credito".
      *
       01 cab-lin.
          02 cab-operacao              pic 9(03) value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-doperacao             pic x(34) value spaces.
          02 cab-classe                pic x(14) value spaces.
          02 cab-receita               pic --.---.---.--9,99.
          02 filler                    pic x(01) value spaces.
          02 cab-credito               pic --.---.---.--9,99.
      *
       01 cab-res.
          02 cab-res-texto             pic x(40) value spaces.
          02 cab-res-valor             pic --.---.---.--9,99.
      *
       01 cab-imposto.
          02 cab-imp-nome              pic x(10) value spaces.
          02 filler                    pic x(08) value "Aliq.: ".
          02 cab-imp-aliq              pic z9,99 value 0.
          02 filler                    pic x(03) value "%".
          02 filler                    pic x(08) value "Debito".
          02 cab-imp-debito            pic --.---.---.--9,99.
          02 filler                    pic x(10) value "  Credito".
          02 cab-imp-credito           pic --.---.---.--9,99.
          02 filler                    pic x(12) value "  A recolher".
          02 cab-imp-valor             pic --.---.---.--9,99.
      *
       01 cab-darf.
          02 filler                    pic x(18) value "DARF gerado: ".
          02 cab-darf-doc              pic x(10) value spaces.
          02 filler                    pic x(14) value "  Vencimento: ".
          02 cab-darf-venc             pic x(08) value spaces.
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
          02 line 07 column 48 foreground-color 06 background-color 01
             highlight value "Apuracao do PIS/COFINS".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (A/T).........:".
      *
       01 tela-apu.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Competencia (mm/aa)..:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Regime...............:".
      *
       01 tela-tab.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Regime (C)aixa/(F)at.:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Aliquota PIS (%).....:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Aliquota COFINS (%)..:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Nao-cumulativo (S/N).:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Credor DARF (cadast).:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Operacao dos DARF....:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Classif. (A/T/C).....:".
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
       rot-le-rc01.
           move 0 to erro.
           read arqrc01 invalid key move 1 to erro.
           if rc01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-rc01
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
       rot-le-prox-be01.
           move 0 to erro.
           read arqbe01 next record at end move 1 to erro.
           if be01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-be01
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
           move 9 to linha.
           add 1 to pagina
           move pagina to cab-pagina
           if pagina = 1
              write reg-imp from cab-abav
              write reg-imp from cab-prog after 1 line
           else
              write reg-imp from cab-abav after page
              write reg-imp from cab-prog after 2 lines
           end-if.
           write reg-imp from cab-regime after 1 line.
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
      *    Parametros da tabela tipo 48 (codigo PARAM)
      *
       rot-le-param.
           move "48" to tabl-tipo.
           move "PARAM" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-pc
           end-if.
           if erro not = 0 or pc-aliq-pis not numeric or
              pc-aliq-cofins not numeric or pc-credor not numeric or
              pc-operacao not numeric
              move "C" to pc-regime
              move 0 to pc-aliq-pis pc-aliq-cofins pc-credor
                        pc-operacao
              move "N" to pc-nao-cumul
           end-if.
           move 0 to erro.
      *
      *    Classificacao da operacao (ind), lida uma unica vez
      *
       rot-classe.
           if op-classe(ind) not = spaces
              go to rot-classe-fim
           end-if.
           move "N" to op-classe(ind).
           move 48 to wtab01-tipo.
           move ind to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-classe
              if cl-classe = "A" or "T" or "C"
                 move cl-classe to op-classe(ind)
              end-if
           end-if.
           move 0 to erro.
       rot-classe-fim.
           exit.
      *
      *    Receita (lan-valor, com sinal) na operacao corrente
      *
       rot-soma-receita.
           if operacao = 0
              add lan-valor to tot-sem-classe
           else
              move operacao to ind
              perform rot-classe thru rot-classe-fim
              add lan-valor to op-receita(ind)
           end-if.
      *
       rot-desc-operacao.
           move spaces to doperacao.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move reg-tabl to reg-wtab01
              move wtab01-descricao to doperacao
           end-if.
           move 0 to erro.
      *
      *    Gera o DARF a pagar (aprovado, sem parcela), com
      *    documento/vencimento/valor ja nos campos do reg-re01
      *
       rot-grava-titulo.
           move 0 to erro.
           move pc-credor to re01-codigo.
           move "F" to re01-condicao.
           move param-data to re01-emissao.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           move spaces to re01-obs.
           string "APURACAO COMPETENCIA " sele-mes "/" sele-ano
                  delimited by size into re01-obs
           end-string.
           move 0 to re01-portador.
           move pc-operacao to re01-operacao.
           move spaces to re01-doc-pai re01-evento.
           move 0 to re01-parcela re01-qtd-parcelas.
           move 0 to re01-ccusto.
           move "S" to re01-aprovado.
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
              move " DARF da competencia ja existe - nao regravado" to
              mensagem
              perform rot-erro-cad
              move 0 to erro
           end-if.
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
           if funcao not = "A" and "T"
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
                         perform sec-apuracao
                    when funcao = "T"
                         perform sec-tabela
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
      *  Apuracao            *
      *                      *
      ************************
      *
       sec-apuracao section.
      *
       lab-apu-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-apu-fim
           end-if.
           perform rot-le-param.
           if pc-credor = 0 or
              pc-aliq-pis + pc-aliq-cofins = 0
              move " Parametros do PIS/COFINS faltando (T) - Tecle <Ente
      -    "r>" to mensagem
              perform rot-erro-cad
              go to lab-apu-fim
           end-if.
           display tela-apu.
           if pc-regime = "F"
              move "FATURAMENTO (EMISSOES)" to cab-regime-nome
           else
              move "CAIXA (RECEBIMENTOS)" to cab-regime-nome
           end-if.
           if pc-nao-cumul = "S"
              move "NAO-CUMULATIVO" to cab-regime-nome(24:)
           else
              move "CUMULATIVO" to cab-regime-nome(24:)
           end-if.
           display cab-regime-nome at 1129 with foreground-color 15
                   background-color 01.
      *
       lab-apu-01.
           move 0 to sele-mes sele-ano.
           perform lmp-competencia.
           perform acc-competencia thru acc-competencia-fim.
           if escape-key = 1
              go to lab-apu-fim
           end-if.
           if sele-mes = 0 or sele-mes > 12
              go to lab-apu-01
           end-if.
      *
       lab-apu-02.
           move "Confirma a apuracao e os DARF (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-apu-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-apu-01
           else
              if resposta not = "S"
                 go to lab-apu-02
              end-if
           end-if.
           move "Aguarde - apurando a competencia" to mensagem.
           display tela-mensagem-cad.
           move 0 to tot-tributavel tot-isenta tot-sem-classe
                     tot-credito.
           move 1 to ind.
       lab-apu-03.
           if ind > 999
              go to lab-apu-04
           end-if.
           move 0 to op-receita(ind) op-credito(ind).
           move spaces to op-classe(ind).
           add 1 to ind.
           go to lab-apu-03.
      *
       lab-apu-04.
           compute comp-ini = (sele-ano * 360) + (sele-mes * 30) + 1.
           compute comp-fim = (sele-ano * 360) + (sele-mes * 30) + 30.
      *    DARF do PIS/COFINS vence no dia 25 do mes seguinte
           compute venc-darf =
                   (sele-ano * 360) + ((sele-mes + 1) * 30) + 25.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-apu-fim
           end-if.
           if pc-regime = "F"
              perform rot-open-rc01
              if erro not = 0
                 go to lab-apu-fim
              end-if
              perform rot-faturamento thru rot-faturamento-fim
           else
              perform rot-caixa thru rot-caixa-fim
           end-if.
           if pc-nao-cumul = "S"
              perform rot-open-be01
              if erro not = 0
                 go to lab-apu-fim
              end-if
              perform rot-creditos thru rot-creditos-fim
           end-if.
      *
      *    Totais por classificacao
      *
           move 1 to ind.
       lab-apu-05.
           if ind > 999
              go to lab-apu-06
           end-if.
           evaluate true
                    when op-classe(ind) = "T"
                         add op-receita(ind) to tot-tributavel
                    when op-classe(ind) = "A"
                         add op-receita(ind) to tot-isenta
                    when op-classe(ind) = "C"
                         add op-credito(ind) to tot-credito
                    when op-classe(ind) = "N"
                         add op-receita(ind) to tot-sem-classe
           end-evaluate.
           add 1 to ind.
           go to lab-apu-05.
      *
       lab-apu-06.
           if tot-tributavel < 0
              move 0 to tot-tributavel
           end-if.
           if tot-credito < 0
              move 0 to tot-credito
           end-if.
           compute deb-pis rounded =
                   tot-tributavel * pc-aliq-pis / 100.
           compute deb-cofins rounded =
                   tot-tributavel * pc-aliq-cofins / 100.
           compute crd-pis rounded = tot-credito * pc-aliq-pis / 100.
           compute crd-cofins rounded =
                   tot-credito * pc-aliq-cofins / 100.
      *    saldo credor nao gera titulo (fica no papel de trabalho)
           compute val-pis = deb-pis - crd-pis.
           compute val-cofins = deb-cofins - crd-cofins.
           perform rot-open-re01.
           if erro not = 0
              go to lab-apu-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-apu-fim
           end-if.
           perform rot-papel thru rot-papel-fim.
           display tela-limpa-cad.
           if val-pis + val-cofins > 0
              move "Apuracao concluida - DARF gerados - Tecle <Enter>"
                   to mensagem
           else
              move "Apuracao concluida - nada a recolher - Tecle <Ente
      -       "r>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-apu-fim.
           perform rot-close-imp.
           perform rot-close-re01.
           perform rot-close-be01.
           perform rot-close-rc01.
           perform rot-close-bx01.
           perform rot-close-tabl.
           exit.
      *
      *    Regime de caixa: recebimentos da competencia; o estorno
      *    ("R") subtrai, cheque em custodia ("C") ainda nao conta
      *
       rot-caixa.
           move comp-ini to bx01-liquidacao.
           start arqbx01 key is not less bx01-chave-2 invalid key
                 go to rot-caixa-fim
           end-start.
       rot-caixa-1.
           perform rot-le-prox-bx01.
           if erro not = 0
              move 0 to erro
              go to rot-caixa-fim
           end-if.
           if bx01-chave = high-values
              go to rot-caixa-1
           end-if.
           if bx01-liquidacao > comp-fim
              go to rot-caixa-fim
           end-if.
           if bx01-situacao = "C"
              go to rot-caixa-1
           end-if.
           if bx01-situacao = "R"
              compute lan-valor = 0 - bx01-valor-pago
           else
              move bx01-valor-pago to lan-valor
           end-if.
           move bx01-operacao to operacao.
           perform rot-soma-receita.
           go to rot-caixa-1.
       rot-caixa-fim.
           exit.
      *
      *    Regime de competencia: emissoes do ARQRC01 (menos os
      *    cancelamentos da competencia) e emissoes ja liquidadas,
      *    reconstituidas pelas baixas, como no balancete
      *
       rot-faturamento.
           move low-values to rc01-chave.
           start arqrc01 key is not less rc01-chave invalid key
                 go to rot-faturamento-2
           end-start.
       rot-faturamento-1.
           perform rot-le-prox-rc01.
           if erro not = 0
              move 0 to erro
              go to rot-faturamento-2
           end-if.
           if rc01-chave = high-values
              go to rot-faturamento-1
           end-if.
           if rc01-documento(1:1) = "R"
              go to rot-faturamento-1
           end-if.
           move rc01-operacao to operacao.
           if rc01-emissao not < comp-ini and
              rc01-emissao not > comp-fim
              move rc01-valor to lan-valor
              perform rot-soma-receita
           end-if.
           if (rc01-situacao = "C" or "R") and
              rc01-data not < comp-ini and rc01-data not > comp-fim
              compute lan-valor = 0 - rc01-valor
              perform rot-soma-receita
           end-if.
           go to rot-faturamento-1.
       rot-faturamento-2.
           move low-values to bx01-chave.
           start arqbx01 key is not less bx01-chave invalid key
                 go to rot-faturamento-fim
           end-start.
       rot-faturamento-3.
           perform rot-le-prox-bx01.
           if erro not = 0
              move 0 to erro
              go to rot-faturamento-fim
           end-if.
           if bx01-chave = high-values
              go to rot-faturamento-3
           end-if.
           if bx01-situacao not = spaces or bx01-emissao = 0 or
              bx01-documento(1:1) = "R"
              go to rot-faturamento-3
           end-if.
           if bx01-emissao < comp-ini or bx01-emissao > comp-fim
              go to rot-faturamento-3
           end-if.
           move bx01-codigo to rc01-codigo in rc01-chave.
           move bx01-condicao to rc01-condicao in rc01-chave.
           move bx01-documento to rc01-documento in rc01-chave.
           perform rot-le-rc01.
           if erro = 0
              go to rot-faturamento-3
           end-if.
           move 0 to erro.
           move bx01-valor to lan-valor.
           move bx01-operacao to operacao.
           perform rot-soma-receita.
           go to rot-faturamento-3.
       rot-faturamento-fim.
           exit.
      *
      *    Creditos (nao-cumulativo): pagamentos da competencia das
      *    operacoes classificadas "C", pelo valor bruto
      *
       rot-creditos.
           move comp-ini to be01-liquidacao.
           start arqbe01 key is not less be01-chave-2 invalid key
                 go to rot-creditos-fim
           end-start.
       rot-creditos-1.
           perform rot-le-prox-be01.
           if erro not = 0
              move 0 to erro
              go to rot-creditos-fim
           end-if.
           if be01-chave = high-values
              go to rot-creditos-1
           end-if.
           if be01-liquidacao > comp-fim
              go to rot-creditos-fim
           end-if.
           if be01-operacao = 0
              go to rot-creditos-1
           end-if.
           move be01-operacao to ind.
           perform rot-classe thru rot-classe-fim.
           if op-classe(ind) not = "C"
              go to rot-creditos-1
           end-if.
           move be01-valor-pago to lan-valor.
      *    baixas gravadas antes do campo existir podem trazer
      *    lixo na cauda do registro
           if be01-irrf numeric and be01-iss numeric
              add be01-irrf be01-iss to lan-valor
           end-if.
           if be01-situacao = "R"
              compute lan-valor = 0 - lan-valor
           end-if.
           add lan-valor to op-credito(ind).
           go to rot-creditos-1.
       rot-creditos-fim.
           exit.
      *
      *    Papel de trabalho e DARF
      *
       rot-papel.
           move spaces to cab-competencia.
           string sele-mes "/" sele-ano delimited by size
                  into cab-competencia
           end-string.
           move 99 to linha.
           move 0 to pagina.
           perform rot-cabec.
           move 1 to ind.
       rot-papel-1.
           if ind > 999
              go to rot-papel-2
           end-if.
           if op-receita(ind) = 0 and op-credito(ind) = 0
              go to rot-papel-1-a
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move ind to operacao cab-operacao.
           perform rot-desc-operacao.
           move doperacao to cab-doperacao.
           evaluate true
                    when op-classe(ind) = "T"
                         move "TRIBUTAVEL" to cab-classe
                    when op-classe(ind) = "A"
                         move "ASSOCIATIVA" to cab-classe
                    when op-classe(ind) = "C"
                         move "CREDITO" to cab-classe
                    when other
                         move "NAO CLASSIF." to cab-classe
           end-evaluate.
           move op-receita(ind) to cab-receita.
           move op-credito(ind) to cab-credito.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
       rot-papel-1-a.
           add 1 to ind.
           go to rot-papel-1.
      *
       rot-papel-2.
           if linha > 42
              perform rot-cabec
           end-if.
           write reg-imp from tracos after 1 line.
           move "Receita associativa (isenta)...........:" to
                cab-res-texto.
           move tot-isenta to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Receita sem classificacao (fora base)..:" to
                cab-res-texto.
           move tot-sem-classe to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Base de calculo (receita tributavel)...:" to
                cab-res-texto.
           move tot-tributavel to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           move "Base dos creditos......................:" to
                cab-res-texto.
           move tot-credito to cab-res-valor.
           write reg-imp from cab-res after 1 line.
           write reg-imp from spaces after 1 line.
           move "PIS" to cab-imp-nome.
           move pc-aliq-pis to cab-imp-aliq.
           move deb-pis to cab-imp-debito.
           move crd-pis to cab-imp-credito.
           move val-pis to cab-imp-valor.
           write reg-imp from cab-imposto after 1 line.
           move "COFINS" to cab-imp-nome.
           move pc-aliq-cofins to cab-imp-aliq.
           move deb-cofins to cab-imp-debito.
           move crd-cofins to cab-imp-credito.
           move val-cofins to cab-imp-valor.
           write reg-imp from cab-imposto after 1 line.
           write reg-imp from tracos after 1 line.
           move venc-darf to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-darf-venc.
           if val-pis > 0
              move sele-mes to doc-pis-mes
              move sele-ano to doc-pis-ano
              move spaces to reg-re01
              move doc-pis to re01-documento
              move venc-darf to re01-vencimento
              move val-pis to re01-valor
              perform rot-grava-titulo
              move doc-pis to cab-darf-doc
              write reg-imp from cab-darf after 1 line
           end-if.
           if val-cofins > 0
              move sele-mes to doc-cofins-mes
              move sele-ano to doc-cofins-ano
              move spaces to reg-re01
              move doc-cofins to re01-documento
              move venc-darf to re01-vencimento
              move val-cofins to re01-valor
              perform rot-grava-titulo
              move doc-cofins to cab-darf-doc
              write reg-imp from cab-darf after 1 line
           end-if.
           write reg-imp from spaces after page.
       rot-papel-fim.
           exit.
      *
      ************************
      *                      *
      *  Tabela tipo 48      *
      *                      *
      ************************
      *
       sec-tabela section.
      *
       lab-tab-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-tab-fim
           end-if.
           perform rot-le-param.
           display tela-tab.
      *
       lab-tab-01.
           move pc-regime to regime.
           perform acc-regime.
           if escape-key = 1
              go to lab-tab-fim
           end-if.
           move regime to txt.
           perform rot-texto.
           move txt to regime.
           if regime not = "C" and "F"
              go to lab-tab-01
           end-if.
           move regime to pc-regime.
      *
       lab-tab-02.
           move pc-aliq-pis to perc-aux.
           perform acc-aliq-pis.
           if escape-key = 1
              go to lab-tab-01
           end-if.
           move perc-aux to pc-aliq-pis.
      *
       lab-tab-03.
           move pc-aliq-cofins to perc-aux.
           perform acc-aliq-cofins.
           if escape-key = 1
              go to lab-tab-02
           end-if.
           move perc-aux to pc-aliq-cofins.
      *
       lab-tab-04.
           move pc-nao-cumul to nao-cumul.
           perform acc-nao-cumul.
           if escape-key = 1
              go to lab-tab-03
           end-if.
           move nao-cumul to txt.
           perform rot-texto.
           move txt to nao-cumul.
           if nao-cumul not = "S" and "N"
              go to lab-tab-04
           end-if.
           move nao-cumul to pc-nao-cumul.
      *
       lab-tab-05.
           move pc-credor to credor.
           perform acc-credor.
           if escape-key = 1
              go to lab-tab-04
           end-if.
           if credor = 0
              go to lab-tab-05
           end-if.
           move credor to pc-credor.
      *
       lab-tab-06.
           move pc-operacao to oper-darf.
           perform acc-oper-darf.
           if escape-key = 1
              go to lab-tab-05
           end-if.
           move oper-darf to pc-operacao.
           move "48" to tabl-tipo.
           move "PARAM" to tabl-codigo.
           perform rot-le-tabl.
           move "48" to tabl-tipo tabl-tipo-1.
           move "PARAM" to tabl-codigo.
           move "PARAMETROS PIS/COFINS" to tabl-descricao.
           move tabl-descricao to tabl-descricao-1.
           move par-pc to tabl-resto.
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
      *    Classificacao das operacoes
      *
       lab-tab-07.
           move 0 to operacao.
           move spaces to classe.
           perform lmp-operacao thru lmp-classe.
           perform acc-operacao.
           if escape-key = 1
              go to lab-tab-fim
           end-if.
           if operacao = 0
              go to lab-tab-07
           end-if.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move " Operacao nao cadastrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-tab-07
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
           move 48 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-classe
              move cl-classe to classe
           end-if.
           move 0 to erro.
      *
       lab-tab-08.
           perform acc-classe.
           if escape-key = 1
              go to lab-tab-07
           end-if.
           move classe to txt.
           perform rot-texto.
           move txt to classe.
           if classe not = "A" and "T" and "C"
              go to lab-tab-08
           end-if.
           move 48 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           move wtab01-chave to tabl-chave.
           move "48" to tabl-tipo-1.
           move doperacao to tabl-descricao.
           move tabl-descricao to tabl-descricao-1.
           move spaces to par-classe.
           move classe to cl-classe.
           move par-classe to tabl-resto.
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
           go to lab-tab-07.
      *
       lab-tab-fim.
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
       acc-regime.
           accept regime at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-aliq-pis.
           accept perc-aux at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-aliq-cofins.
           accept perc-aux at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-nao-cumul.
           accept nao-cumul at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-credor.
           accept credor at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-oper-darf.
           accept oper-darf at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-classe.
           accept classe at 1829 with auto update prompt
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
       dsp-operacao.
           display doperacao at 1734 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-competencia.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-classe.
           display limpa-10 at 1829 with foreground-color 15
                   background-color 01.
