      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGVG01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Adiantamentos de Viagem :                                  *
      *                                                             *
      *  (A)diantamento - registra o adiantamento do viajante       *
      *                   (diretor ou funcionario, do cadastro      *
      *                   do contas a pagar) p/ a viagem; pago      *
      *                   pelo livro caixa (saida no ARQCX01) ou    *
      *                   por titulo a pagar (ARQRE01);             *
      *  (D)espesas     - prestacao de contas: uma linha por        *
      *                   comprovante, com operacao e centro de     *
      *                   custo (ARQVG02);                          *
      *  (E)ncerrar     - fecha o adiantamento: o gasto acima do    *
      *                   adiantado vira titulo a pagar ao          *
      *                   viajante, a sobra vira titulo a receber   *
      *                   dele;                                     *
      *  (R)elatorio    - adiantamentos sem prestacao de contas     *
      *                   N dias apos o retorno (tabela tipo 44,    *
      *                   codigo 001).                              *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                               15/10/26     v1.02            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgvg01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
      *
           select arqvg01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is vg01-chave
                  alternate record key is vg01-chave-1 with duplicates
                  file status is vg01-status.
      *
           select arqvg02 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is vg02-chave
                  file status is vg02-status.
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
           select arqcx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is cx01-chave
                  alternate record key is cx01-chave-1 with duplicates
                  file status is cx01-status.
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
       copy fdvg01.lib.
      *
       copy fdvg02.lib.
      *
       copy fdab01.lib.
      *
       copy fdre01.lib.
      *
       copy fdrc01.lib.
      *
       copy fdcx01.lib.
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
       01 vg01-status                  pic x(02) value "00".
       01 vg01-stat                    pic x(01) value "F".
      *
       01 nome-arq-vg01.
          02 vg01-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 vg01-nome                 pic x(08) value "ARQVG01A".
          02 filler                    pic x(01) value ".".
          02 vg01-ext                  pic x(03) value "DAT".
      *
       01 vg02-status                  pic x(02) value "00".
       01 vg02-stat                    pic x(01) value "F".
      *
       01 nome-arq-vg02.
          02 vg02-dir                  pic x(03) value "RE2".
          02 filler                    pic x(01) value "\".
          02 vg02-nome                 pic x(08) value "ARQVG02A".
          02 filler                    pic x(01) value ".".
          02 vg02-ext                  pic x(03) value "DAT".
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
       01 cx01-status                  pic x(02) value "00".
       01 cx01-stat                    pic x(01) value "F".
      *
       01 nome-arq-cx01.
          02 cx01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 cx01-nome                 pic x(08) value "ARQCX01A".
          02 filler                    pic x(01) value ".".
          02 cx01-ext                  pic x(03) value "DAT".
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
          02 cb-programa               pic x(08) value "PGVG01".
          02 cb-versao                 pic x(06) value "v1.02 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
       01 campo-wait-aux               pic 9(04) comp-5 value 2.
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 numero                    pic 9(06) value 0.
          02 condicao                  pic x(01) value spaces.
          02 codigo                    pic 9(05) value 0.
          02 razao-social              pic x(40) value spaces.
          02 viagem                    pic x(40) value spaces.
          02 saida                     pic 9(06) value 0.
          02 saida-corr                pic 9(06) value 0.
          02 retorno                   pic 9(06) value 0.
          02 retorno-corr              pic 9(06) value 0.
          02 valor-aux                 pic z(10)9,9(02) value 0.
          02 valor                     pic 9(11)v9(02) value 0.
          02 valor-disp                pic zz.zzz.zzz.zz9,99.
          02 forma                     pic x(01) value spaces.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(30) value spaces.
          02 ccusto                    pic 9(03) value 0.
          02 prestado                  pic 9(11)v9(02) value 0.
          02 saldo                     pic s9(11)v9(02) value 0.
          02 diferenca                 pic 9(11)v9(02) value 0.
          02 situacao-disp             pic x(20) value spaces.
          02 vencimento                pic 9(06) value 0.
          02 vencimento-corr           pic 9(06) value 0.
          02 dias-tol                  pic 9(03) value 0.
          02 dias-tol-ant              pic 9(03) value 0.
          02 dias-atraso               pic 9(05) value 0.
      *
      *    Linha da prestacao de contas
      *
       01 desp-campos.
          02 desp-seq                  pic 9(03) value 0.
          02 desp-data                 pic 9(06) value 0.
          02 desp-data-corr            pic 9(06) value 0.
          02 desp-descricao            pic x(30) value spaces.
          02 desp-operacao             pic 9(03) value 0.
          02 desp-ccusto               pic 9(03) value 0.
          02 desp-comprovante          pic x(10) value spaces.
          02 desp-valor                pic 9(11)v9(02) value 0.
      *
      *    Documentos gerados: VG + numero + A (adiantamento),
      *    R (reembolso ao viajante) ou D (devolucao do viajante)
      *
       01 doc-viagem.
          02 filler                    pic x(02) value "VG".
          02 doc-vg-numero             pic 9(06) value 0.
          02 doc-vg-tipo               pic x(01) value spaces.
          02 filler                    pic x(01) value spaces.
      *
       01 historico-cx.
          02 filler                    pic x(16) value
             "ADIANT. VIAGEM ".
          02 hist-cx-numero            pic 9(06) value 0.
          02 filler                    pic x(08) value spaces.
      *
       01 obs-vg.
          02 obs-vg-texto              pic x(17) value spaces.
          02 filler                    pic x(01) value spaces.
          02 obs-vg-numero             pic 9(06) value 0.
          02 filler                    pic x(06) value spaces.
      *
       01 flag-fechado                 pic x(01) value spaces.
       01 lancamento                   pic 9(06) value 0.
       01 data-sec-ret                 pic 9(06) value 0.
       01 data-sec-hoje                pic 9(06) value 0.
       01 tot-atrasados                pic 9(05) value 0.
       01 tot-valor                    pic 9(11)v9(02) value 0.
      *
      *    Prazo de prestacao de contas (tipo 44/001):
      *    resto(1:3) dias apos o retorno
      *
       01 prazo-resto.
          02 prazo-dias                pic 9(03) value 0.
          02 filler                    pic x(17) value spaces.
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
          02 filler                    pic x(41) value
          "Adiantamentos de Viagem sem Prestacao de".
          02 filler                    pic x(07) value "Contas ".
          02 filler                    pic x(04) value "apos".
          02 cab-dias                  pic zz9 value 0.
          02 filler                    pic x(06) value " dias".
          02 filler                    pic x(10) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(08) value "Numero".
          02 filler                    pic x(09) value "Viajante".
          02 filler                    pic x(32) value spaces.
          02 filler                    pic x(27) value "Viagem".
          02 filler                    pic x(10) value "Retorno".
          02 filler                    pic x(17) value
             "     Adiantado".
          02 filler                    pic x(17) value
             "      Prestado".
          02 filler                    pic x(06) value "Atraso".
      *
       01 cab-lin.
          02 cab-numero                pic 9(06) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-condicao              pic x(01) value spaces.
          02 cab-codigo                pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-nome                  pic x(30) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-viagem                pic x(25) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-retorno               pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-valor                 pic zz.zzz.zzz.zz9,99.
          02 cab-prestado              pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-atraso                pic zzzz9 value 0.
      *
       01 cab-total.
          02 filler                    pic x(30) value
             "Adiantamentos em atraso......:".
          02 cab-tot-qtd               pic zzzz9 value 0.
          02 filler                    pic x(53) value spaces.
          02 cab-tot-valor             pic zz.zzz.zzz.zz9,99.
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
             highlight value "Adiantamentos de Viagem".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (A/D/E/R).....:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Adiantamento.........:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Viajante (A/F/N).....:".
      *
       01 tela-02.
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Viagem / destino.....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Saida / retorno......:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Valor adiantado......:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Forma (C/T)..........:".
          02 line 15 column 33 foreground-color 06 background-color 01
             highlight value "C-livro caixa  T-titulo a pagar".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Centro de custo......:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Prestado.............:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Situacao.............:".
      *
       01 tela-03.
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Linha................:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Data da despesa......:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Operacao.............:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Centro de custo......:".
          02 line 17 column 06 foreground-color 06 background-color 01
             highlight value "Comprovante..........:".
          02 line 18 column 06 foreground-color 06 background-color 01
             highlight value "Valor................:".
          02 line 19 column 06 foreground-color 06 background-color 01
             highlight value "Total prestado.......:".
      *
       01 tela-04.
          02 line 20 column 06 foreground-color 06 background-color 01
             highlight value "Acerto...............:".
          02 line 20 column 48 foreground-color 06 background-color 01
             highlight value "Vencimento:".
      *
       01 tela-05.
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Prazo apos retorno...:".
          02 line 12 column 33 foreground-color 06 background-color 01
             highlight value "dias p/ a prestacao de contas".
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
       rot-open-vg01.
           move 0 to erro.
           if vg01-stat = "F"
              open i-o arqvg01
              if vg01-status = "35"
                 open output arqvg01
                 move zeros to reg-vg01-1
                 move high-values to vg01-controle
                 move 0 to vg01-ult-numero
                 write reg-vg01-1
                 close arqvg01
                 open i-o arqvg01
              end-if
              if vg01-status not = "00"
                 move
                 " Erro de abertura no ARQVG01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to vg01-stat
              end-if
           end-if.
      *
       rot-close-vg01.
           if vg01-stat = "A"
              close arqvg01
              move "F" to vg01-stat
           end-if.
      *
       rot-le-vg01.
           move 0 to erro.
           read arqvg01 invalid key move 1 to erro.
           if vg01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-vg01
           end-if.
      *
       rot-le-prox-vg01.
           move 0 to erro.
           read arqvg01 next record at end move 1 to erro.
           if vg01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-vg01
           end-if.
      *
       rot-ponteiro-vg01.
           move 0 to erro.
           start arqvg01 key is equal vg01-chave invalid key
                 move 1 to erro
           end-start.
      *
       rot-le-vg01-lock.
           move 0 to erro.
           read arqvg01 next.
           if vg01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait-aux
              go to rot-le-vg01-lock
           end-if.
           read arqvg01 with kept lock.
      *
       rot-open-vg02.
           move 0 to erro.
           if vg02-stat = "F"
              open i-o arqvg02
              if vg02-status = "35"
                 open output arqvg02
                 close arqvg02
                 open i-o arqvg02
              end-if
              if vg02-status not = "00"
                 move
                 " Erro de abertura no ARQVG02A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to vg02-stat
              end-if
           end-if.
      *
       rot-close-vg02.
           if vg02-stat = "A"
              close arqvg02
              move "F" to vg02-stat
           end-if.
      *
       rot-le-prox-vg02.
           move 0 to erro.
           read arqvg02 next record at end move 1 to erro.
           if vg02-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-vg02
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
       rot-open-cx01.
           move 0 to erro.
           if cx01-stat = "F"
              open i-o arqcx01
              if cx01-status = "35"
                 open output arqcx01
                 move zeros to reg-cx01-1
                 move high-values to cx01-controle
                 move 0 to cx01-ult-lanc
                 write reg-cx01-1
                 move "W" to jor-operacao
                 perform rot-jn-cx01
                 close arqcx01
                 open i-o arqcx01
              end-if
              if cx01-status not = "00"
                 move
                 " Erro de abertura no ARQCX01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to cx01-stat
              end-if
           end-if.
      *
       rot-close-cx01.
           if cx01-stat = "A"
              close arqcx01
              move "F" to cx01-stat
           end-if.
      *
       rot-le-prox-cx01.
           move 0 to erro.
           read arqcx01 next record at end move 1 to erro.
           if cx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-cx01
           end-if.
      *
       rot-ponteiro-cx01.
           move 0 to erro.
           start arqcx01 key is equal cx01-chave invalid key
                 move 1 to erro
           end-start.
      *
       rot-le-cx01-lock.
           move 0 to erro.
           read arqcx01 next.
           if cx01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait-aux
              go to rot-le-cx01-lock
           end-if.
           read arqcx01 with kept lock.
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
           move dias-tol to cab-dias.
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
      *    Data digitada dd mm aa (data-aux) em dias corridos
      *
       rot-converte-data.
           move dia-aux to dia-euro.
           move mes-aux to mes-euro.
           move ano-aux to ano-euro.
           move 2 to opcao-data.
           perform rot-data.
      *
      *    Operacao (tabela tipo 05) em wtab01-codigo
      *
       rot-le-operacao.
           move 05 to wtab01-tipo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move " Operacao nao cadastrada - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
           end-if.
      *
      *    Centro de custo (tabela tipo 27) em wtab01-codigo
      *
       rot-le-ccusto.
           move 27 to wtab01-tipo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move " Centro de custo nao cadastrado (tabela 27) - Tecle
      -       "<Enter>" to mensagem
              perform rot-erro-cad
           end-if.
      *
      *    Viajante: codigo do cadastro usado pelo contas a pagar
      *
       rot-le-viajante.
           move codigo to ab01-codigo.
           perform rot-le-ab01.
           if erro not = 0
              move spaces to razao-social
           else
              move ab01-razao-social-a to razao-social
           end-if.
      *
      *    Carrega o adiantamento lido no reg-vg01 p/ a tela
      *
       rot-move-vg01.
           move vg01-numero to numero.
           move vg01-condicao to condicao.
           move vg01-codigo to codigo.
           perform rot-le-viajante.
           move 0 to erro.
           move vg01-viagem to viagem.
           move vg01-saida to saida-corr.
           move vg01-retorno to retorno-corr.
           move vg01-valor to valor.
           move vg01-forma to forma.
           move vg01-operacao to operacao.
           move vg01-ccusto to ccusto.
           move vg01-prestado to prestado.
           move spaces to doperacao.
           move vg01-operacao to wtab01-codigo.
           move 05 to wtab01-tipo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move reg-tabl to reg-wtab01
              move wtab01-descricao to doperacao
           end-if.
           move 0 to erro.
           evaluate true
                    when vg01-situacao = "E"
                         move "Encerrado" to situacao-disp
                    when other
                         move "Aberto" to situacao-disp
           end-evaluate.
      *
      *    Soma das despesas lancadas p/ o adiantamento numero;
      *    deixa em desp-seq a ultima linha
      *
       rot-soma-despesas.
           move 0 to prestado desp-seq.
           move numero to vg02-numero.
           move 0 to vg02-seq.
           start arqvg02 key is not less vg02-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-soma-despesas-fim
           end-if.
       rot-soma-despesas-1.
           perform rot-le-prox-vg02.
           if erro not = 0 or vg02-numero not = numero
              move 0 to erro
              go to rot-soma-despesas-fim
           end-if.
           add vg02-valor to prestado.
           move vg02-seq to desp-seq.
           go to rot-soma-despesas-1.
       rot-soma-despesas-fim.
           exit.
      *
      *    Verifica se o dia param-data ja tem fechamento no
      *    livro caixa (registro "F")
      *
       rot-caixa-fechado.
           move "N" to flag-fechado.
           move param-data to cx01-data-mov.
           start arqcx01 key is equal cx01-chave-1 invalid key
                 go to rot-caixa-fechado-fim
           end-start.
       rot-caixa-fechado-1.
           perform rot-le-prox-cx01.
           if erro not = 0 or cx01-data-mov not = param-data
              move 0 to erro
              go to rot-caixa-fechado-fim
           end-if.
           if cx01-tipo = "F"
              move "S" to flag-fechado
              go to rot-caixa-fechado-fim
           end-if.
           go to rot-caixa-fechado-1.
       rot-caixa-fechado-fim.
           exit.
      *
      *    Saida do adiantamento no livro caixa
      *
       rot-grava-caixa.
           move high-values to cx01-controle.
           perform rot-ponteiro-cx01.
           if erro not = 0
              go to rot-grava-caixa-fim
           end-if.
           perform rot-le-cx01-lock.
           move reg-cx01-1 to jor-antes.
           add 1 to cx01-ult-lanc.
           move cx01-ult-lanc to lancamento.
           rewrite reg-cx01-1 invalid key
                   move 1 to erro
                   go to rot-grava-caixa-fim
           end-rewrite.
           unlock arqcx01 records.
           move "R" to jor-operacao.
           perform rot-jn-cx01.
           move lancamento to cx01-lancamento.
           move param-data to cx01-data-mov.
           move "S" to cx01-tipo.
           move operacao to cx01-operacao.
           move numero to hist-cx-numero.
           move historico-cx to cx01-historico.
           move valor to cx01-valor.
           move param-usr to cx01-usuario.
           move param-data to cx01-data.
           move ccusto to cx01-ccusto.
           move cx01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to cx01-entidade.
           write reg-cx01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-cx01
           end-write.
       rot-grava-caixa-fim.
           exit.
      *
      *    Titulo a pagar ao viajante (documento doc-viagem,
      *    valor/vencimento/obs ja nos campos do reg-re01); fica
      *    pendente de aprovacao como qualquer titulo digitado
      *
       rot-grava-titulo-re01.
           move doc-viagem to re01-documento.
           move codigo to re01-codigo.
           move condicao to re01-condicao.
           move 0 to re01-portador.
           move operacao to re01-operacao.
           move param-data to re01-emissao.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           move spaces to re01-doc-pai re01-evento.
           move 0 to re01-parcela re01-qtd-parcelas.
           move ccusto to re01-ccusto.
           move spaces to re01-aprovado.
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
      *
      *    Titulo a receber do viajante (devolucao da sobra)
      *
       rot-grava-titulo-rc01.
           move codigo to rc01-codigo rc01-codigo-a.
           move condicao to rc01-condicao rc01-condicao-a.
           move doc-viagem to rc01-documento rc01-documento-a.
           move vencimento-corr to rc01-vencimento.
           move diferenca to rc01-valor.
           move obs-vg to rc01-obs.
           move 0 to rc01-portador.
           move operacao to rc01-operacao.
           move param-data to rc01-emissao.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           move spaces to rc01-doc-cob rc01-situacao rc01-doc-sucessor.
           move spaces to rc01-moeda rc01-evento rc01-carne.
           move 0 to rc01-valor-moeda.
           move ccusto to rc01-ccusto.
           move rc01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to rc01-entidade.
           write reg-rc01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-rc01
           end-write.
      *
       rot-limpa-painel.
           move 12 to linha-tela.
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
       rot-jn-cx01.
           move "ARQCX01A" to jor-arquivo.
           move cx01-chave to jor-chave.
           move 79 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-cx01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-cx01 to jor-depois
                    when other
                         move reg-cx01 to jor-depois
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
           if funcao not = "A" and "D" and "E" and "R"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "A"
                         perform sec-adiantamento
                    when funcao = "D"
                         perform sec-despesas
                    when funcao = "E"
                         perform sec-encerra
                    when funcao = "R"
                         perform sec-relatorio
           end-evaluate.
           perform lmp-numero thru lmp-codigo.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           go to lab-fun-01.
      *
       lab-fun-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Adiantamento        *
      *                      *
      ************************
      *
       sec-adiantamento section.
      *
       lab-adt-00.
           perform rot-open-vg01.
           if erro not = 0
              go to lab-adt-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-adt-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-adt-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-adt-fim
           end-if.
           perform rot-open-cx01.
           if erro not = 0
              go to lab-adt-fim
           end-if.
           display tela-02.
      *
      *    Numero zero = adiantamento novo; informado = consulta
      *
       lab-adt-01.
           move 0 to numero.
           perform lmp-numero thru lmp-situacao.
           perform acc-numero.
           if escape-key = 1
              go to lab-adt-fim
           end-if.
           if numero = 0
              go to lab-adt-02
           end-if.
           move numero to vg01-numero.
           perform rot-le-vg01.
           if erro not = 0 or vg01-chave = high-values
              move " Adiantamento nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-adt-01
           end-if.
           perform rot-move-vg01.
           perform dsp-numero thru dsp-situacao.
           move "Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-adt-01.
      *
       lab-adt-02.
           move spaces to condicao.
           perform lmp-codigo.
           perform acc-condicao.
           if escape-key = 1
              go to lab-adt-01
           end-if.
           move condicao to txt.
           perform rot-texto.
           move txt to condicao.
           if condicao not = "A" and "F" and "N"
              go to lab-adt-02
           end-if.
      *
       lab-adt-03.
           move 0 to codigo.
           perform acc-codigo.
           if escape-key = 1
              go to lab-adt-02
           end-if.
           if codigo = 0
              go to lab-adt-03
           end-if.
           perform rot-le-viajante.
           if erro not = 0
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-adt-03
           end-if.
           perform dsp-codigo.
      *
       lab-adt-04.
           move spaces to viagem.
           perform acc-viagem.
           if escape-key = 1
              go to lab-adt-03
           end-if.
           move viagem to txt.
           perform rot-texto.
           move txt to viagem.
           if viagem = spaces
              go to lab-adt-04
           end-if.
      *
       lab-adt-05.
           move 0 to saida.
           perform acc-saida.
           if escape-key = 1
              go to lab-adt-04
           end-if.
           move saida to data-aux.
           perform rot-converte-data.
           if erro not = 0
              perform rot-data-i
              go to lab-adt-05
           end-if.
           move dias-corr to saida-corr.
      *
       lab-adt-06.
           move 0 to retorno.
           perform acc-retorno.
           if escape-key = 1
              go to lab-adt-05
           end-if.
           move retorno to data-aux.
           perform rot-converte-data.
           if erro not = 0
              perform rot-data-i
              go to lab-adt-06
           end-if.
           move dias-corr to retorno-corr.
           move saida-corr to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to data-sec-hoje.
           move retorno-corr to data-sec-in.
           perform rot-data-sec.
           if data-sec-out < data-sec-hoje
              move " Retorno anterior a saida - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-adt-06
           end-if.
      *
       lab-adt-07.
           move 0 to valor-aux.
           perform acc-valor.
           if escape-key = 1
              go to lab-adt-06
           end-if.
           move valor-aux to valor.
           if valor = 0
              go to lab-adt-07
           end-if.
           perform dsp-valor.
      *
       lab-adt-08.
           move spaces to forma.
           perform acc-forma.
           if escape-key = 1
              go to lab-adt-07
           end-if.
           move forma to txt.
           perform rot-texto.
           move txt to forma.
           if forma not = "C" and "T"
              go to lab-adt-08
           end-if.
           if forma = "C"
              perform rot-caixa-fechado thru rot-caixa-fechado-fim
              if flag-fechado = "S"
                 move " Caixa do dia ja fechado - use titulo a pagar -
      -          "Tecle <Enter>" to mensagem
                 perform rot-erro-cad
                 go to lab-adt-08
              end-if
           end-if.
      *
       lab-adt-09.
           move 0 to operacao.
           move spaces to doperacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-adt-08
           end-if.
           if operacao = 0
              go to lab-adt-09
           end-if.
           move operacao to wtab01-codigo.
           perform rot-le-operacao.
           if erro not = 0
              go to lab-adt-09
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           perform dsp-operacao.
      *
       lab-adt-10.
           move 0 to ccusto.
           perform acc-ccusto.
           if escape-key = 1
              go to lab-adt-09
           end-if.
           if ccusto not = 0
              move ccusto to wtab01-codigo
              perform rot-le-ccusto
              if erro not = 0
                 go to lab-adt-10
              end-if
           end-if.
      *
       lab-adt-11.
           move "Gravar o adiantamento (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-adt-10
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-adt-01
           else
              if resposta not = "S"
                 go to lab-adt-11
              end-if
           end-if.
           display tela-limpa-cad.
      *
      *    Numera o adiantamento
      *
           move high-values to vg01-chave-controle.
           perform rot-ponteiro-vg01.
           if erro not = 0
              go to lab-adt-fim
           end-if.
           perform rot-le-vg01-lock.
           add 1 to vg01-ult-numero.
           move vg01-ult-numero to numero.
           rewrite reg-vg01-1 invalid key
                   move 1 to erro
                   go to lab-adt-fim
           end-rewrite.
           unlock arqvg01 records.
           perform dsp-numero.
      *
      *    Pagamento: saida no livro caixa ou titulo a pagar
      *
           move numero to doc-vg-numero.
           move "A" to doc-vg-tipo.
           move 0 to lancamento.
           if forma = "C"
              perform rot-grava-caixa thru rot-grava-caixa-fim
              if erro not = 0
                 move 0 to erro
                 move " Erro de gravacao - ARQCX01A.DAT - Tecle <Enter>"
                      to mensagem
                 perform rot-erro-cad
                 go to lab-adt-fim
              end-if
           else
              move param-data to re01-vencimento
              move valor to re01-valor
              move "ADIANTAMENTO VIAGEM" to obs-vg-texto
              move numero to obs-vg-numero
              move obs-vg to re01-obs
              perform rot-grava-titulo-re01
              if erro not = 0
                 move 0 to erro
                 move " Titulo do adiantamento ja existe - Tecle <Enter
      -          ">" to mensagem
                 perform rot-erro-cad
                 go to lab-adt-fim
              end-if
           end-if.
           move numero to vg01-numero.
           move condicao to vg01-condicao.
           move codigo to vg01-codigo.
           move viagem to vg01-viagem.
           move saida-corr to vg01-saida.
           move retorno-corr to vg01-retorno.
           move param-data to vg01-data-adto.
           move valor to vg01-valor.
           move forma to vg01-forma.
           move lancamento to vg01-lanc-cx.
           if forma = "T"
              move doc-viagem to vg01-doc-adto
           else
              move spaces to vg01-doc-adto
           end-if.
           move operacao to vg01-operacao.
           move ccusto to vg01-ccusto.
           move "A" to vg01-situacao.
           move 0 to vg01-prestado vg01-encerramento.
           move spaces to vg01-acerto vg01-doc-acerto.
           move param-usr to vg01-usuario.
           move param-data to vg01-data.
           write reg-vg01 invalid key
                 move " Erro de gravacao - ARQVG01A.DAT - Tecle <Enter>"
                 to mensagem
                 perform rot-erro-cad
                 go to lab-adt-fim
           end-write.
           if forma = "C"
              move "Adiantamento gravado - saida lancada no caixa - Tecl
      -    "e <Ent>" to mensagem
           else
              move "Adiantamento gravado - titulo a pagar gerado - Tecl
      -       "e <Enter>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-adt-01.
      *
       lab-adt-fim.
           perform rot-close-cx01.
           perform rot-close-re01.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-vg01.
           perform lmp-numero thru lmp-situacao.
           exit.
      *
      ************************
      *                      *
      *  Prestacao de contas *
      *                      *
      ************************
      *
       sec-despesas section.
      *
       lab-dsp-00.
           perform rot-open-vg01.
           if erro not = 0
              go to lab-dsp-fim
           end-if.
           perform rot-open-vg02.
           if erro not = 0
              go to lab-dsp-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-dsp-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-dsp-fim
           end-if.
      *
       lab-dsp-01.
           move 0 to numero.
           perform lmp-numero thru lmp-codigo.
           perform rot-limpa-painel thru rot-limpa-painel-fim.
           perform acc-numero.
           if escape-key = 1
              go to lab-dsp-fim
           end-if.
           if numero = 0
              go to lab-dsp-01
           end-if.
           move numero to vg01-numero.
           perform rot-le-vg01.
           if erro not = 0 or vg01-chave = high-values
              move " Adiantamento nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-dsp-01
           end-if.
           if vg01-situacao not = "A"
              move " Adiantamento ja encerrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-dsp-01
           end-if.
           perform rot-move-vg01.
           perform dsp-numero thru dsp-codigo.
           display tela-03.
           perform rot-soma-despesas thru rot-soma-despesas-fim.
           perform dsp-prestado-desp.
      *
       lab-dsp-02.
           add 1 to desp-seq.
           perform lmp-desp-seq thru lmp-desp-valor.
           perform dsp-desp-seq.
      *
       lab-dsp-03.
           move 0 to desp-data.
           perform acc-desp-data.
           if escape-key = 1
              go to lab-dsp-01
           end-if.
           move desp-data to data-aux.
           perform rot-converte-data.
           if erro not = 0
              perform rot-data-i
              go to lab-dsp-03
           end-if.
           move dias-corr to desp-data-corr.
      *
       lab-dsp-04.
           move spaces to desp-descricao.
           perform acc-desp-descricao.
           if escape-key = 1
              go to lab-dsp-03
           end-if.
           move desp-descricao to txt.
           perform rot-texto.
           move txt to desp-descricao.
           if desp-descricao = spaces
              go to lab-dsp-04
           end-if.
      *
       lab-dsp-05.
           move operacao to desp-operacao.
           perform acc-desp-operacao.
           if escape-key = 1
              go to lab-dsp-04
           end-if.
           if desp-operacao = 0
              go to lab-dsp-05
           end-if.
           move desp-operacao to wtab01-codigo.
           perform rot-le-operacao.
           if erro not = 0
              go to lab-dsp-05
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to doperacao.
           perform dsp-desp-operacao.
      *
       lab-dsp-06.
           move ccusto to desp-ccusto.
           perform acc-desp-ccusto.
           if escape-key = 1
              go to lab-dsp-05
           end-if.
           if desp-ccusto not = 0
              move desp-ccusto to wtab01-codigo
              perform rot-le-ccusto
              if erro not = 0
                 go to lab-dsp-06
              end-if
           end-if.
      *
       lab-dsp-07.
           move spaces to desp-comprovante.
           perform acc-desp-comprovante.
           if escape-key = 1
              go to lab-dsp-06
           end-if.
           move desp-comprovante to txt.
           perform rot-texto.
           move txt to desp-comprovante.
      *
       lab-dsp-08.
           move 0 to valor-aux.
           perform acc-desp-valor.
           if escape-key = 1
              go to lab-dsp-07
           end-if.
           move valor-aux to desp-valor.
           if desp-valor = 0
              go to lab-dsp-08
           end-if.
      *
       lab-dsp-09.
           move "Gravar a despesa (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-dsp-08
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              subtract 1 from desp-seq
              go to lab-dsp-02
           else
              if resposta not = "S"
                 go to lab-dsp-09
              end-if
           end-if.
           display tela-limpa-cad.
           move numero to vg02-numero.
           move desp-seq to vg02-seq.
           move desp-data-corr to vg02-data-desp.
           move desp-descricao to vg02-descricao.
           move desp-operacao to vg02-operacao.
           move desp-ccusto to vg02-ccusto.
           move desp-comprovante to vg02-comprovante.
           move desp-valor to vg02-valor.
           move param-usr to vg02-usuario.
           move param-data to vg02-data.
           write reg-vg02 invalid key
                 move " Erro de gravacao - ARQVG02A.DAT - Tecle <Enter>"
                 to mensagem
                 perform rot-erro-cad
                 go to lab-dsp-fim
           end-write.
           add desp-valor to prestado.
           perform dsp-prestado-desp.
      *
      *    Total prestado fica no adiantamento p/ o relatorio
      *
           move numero to vg01-numero.
           read arqvg01 with kept lock invalid key
                move 1 to erro
           end-read.
           if erro = 0
              move prestado to vg01-prestado
              rewrite reg-vg01 invalid key
                      move 1 to erro
              end-rewrite
              unlock arqvg01 records
           end-if.
           move 0 to erro.
           go to lab-dsp-02.
      *
       lab-dsp-fim.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-vg02.
           perform rot-close-vg01.
           exit.
      *
      ************************
      *                      *
      *  Encerramento        *
      *                      *
      ************************
      *
       sec-encerra section.
      *
       lab-enc-00.
           perform rot-open-vg01.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           perform rot-open-vg02.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-enc-fim
           end-if.
           display tela-02.
      *
       lab-enc-01.
           move 0 to numero.
           perform lmp-numero thru lmp-situacao.
           perform lmp-acerto.
           perform acc-numero.
           if escape-key = 1
              go to lab-enc-fim
           end-if.
           if numero = 0
              go to lab-enc-01
           end-if.
           move numero to vg01-numero.
           perform rot-le-vg01.
           if erro not = 0 or vg01-chave = high-values
              move " Adiantamento nao cadastrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-enc-01
           end-if.
           perform rot-move-vg01.
           perform rot-soma-despesas thru rot-soma-despesas-fim.
           perform dsp-numero thru dsp-situacao.
           if vg01-situacao not = "A"
              move " Adiantamento ja encerrado - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-enc-01
           end-if.
           if desp-seq = 0
              move " Sem despesas - adiantamento volta integral - Tecle 
      -    "<Enter>" to mensagem
              perform rot-erro-cad
           end-if.
      *
      *    Diferenca: saldo > 0 o viajante devolve (a receber),
      *    saldo < 0 a associacao reembolsa (a pagar)
      *
           compute saldo = valor - prestado.
           if saldo < 0
              compute diferenca = saldo * -1
           else
              move saldo to diferenca
           end-if.
           move diferenca to valor-disp.
           display tela-04.
           display valor-disp at 2029 with foreground-color 15
                   background-color 01.
           if saldo = 0
              go to lab-enc-04
           end-if.
      *
       lab-enc-02.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move dia-euro to dia-aux.
           move mes-euro to mes-aux.
           move ano-euro to ano-aux.
           move data-aux to vencimento.
           if saldo > 0
              move "Devolucao do viajante - vencimento (dd mm aa) ?" to
              mensagem
           else
              move "Reembolso ao viajante - vencimento (dd mm aa) ?" to
              mensagem
           end-if.
           display tela-mensagem-cad.
           perform acc-vencimento.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-enc-01
           end-if.
           move vencimento to data-aux.
           perform rot-converte-data.
           if erro not = 0
              perform rot-data-i
              go to lab-enc-02
           end-if.
           move dias-corr to vencimento-corr.
      *
       lab-enc-04.
           evaluate true
                    when saldo > 0
                         move "Gerar titulo a receber do viajante (S)
      -                  " (N) ?" to mensagem
                    when saldo < 0
                         move "Gerar titulo a pagar ao viajante (S) (N
      -                  ") ?" to mensagem
                    when other
                         move "Sem diferenca - encerrar (S) (N) ?" to
                         mensagem
           end-evaluate.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-enc-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-enc-01
           else
              if resposta not = "S"
                 go to lab-enc-04
              end-if
           end-if.
           display tela-limpa-cad.
           move numero to doc-vg-numero obs-vg-numero.
           move spaces to doc-vg-tipo.
           if saldo < 0
              move "R" to doc-vg-tipo
              move vencimento-corr to re01-vencimento
              move diferenca to re01-valor
              move "REEMBOLSO VIAGEM" to obs-vg-texto
              move obs-vg to re01-obs
              perform rot-grava-titulo-re01
           end-if.
           if saldo > 0
              move "D" to doc-vg-tipo
              move "DEVOLUCAO VIAGEM" to obs-vg-texto
              perform rot-grava-titulo-rc01
           end-if.
           if erro not = 0
              move 0 to erro
              move " Titulo do acerto ja existe - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-enc-01
           end-if.
           move numero to vg01-numero.
           read arqvg01 with kept lock invalid key
                move 1 to erro
           end-read.
           if erro = 0
              move "E" to vg01-situacao
              move prestado to vg01-prestado
              move param-data to vg01-encerramento
              evaluate true
                       when saldo < 0
                            move "P" to vg01-acerto
                            move doc-viagem to vg01-doc-acerto
                       when saldo > 0
                            move "R" to vg01-acerto
                            move doc-viagem to vg01-doc-acerto
                       when other
                            move spaces to vg01-acerto vg01-doc-acerto
              end-evaluate
              move param-usr to vg01-usuario
              move param-data to vg01-data
              rewrite reg-vg01 invalid key
                      move 1 to erro
              end-rewrite
              unlock arqvg01 records
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao - ARQVG01A.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-enc-01
           end-if.
           move "Encerrado" to situacao-disp.
           perform dsp-situacao.
           move "Adiantamento encerrado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-enc-01.
      *
       lab-enc-fim.
           perform lmp-acerto.
           perform rot-close-rc01.
           perform rot-close-re01.
           perform rot-close-tabl.
           perform rot-close-ab01.
           perform rot-close-vg02.
           perform rot-close-vg01.
           perform lmp-numero thru lmp-situacao.
           exit.
      *
      ************************
      *                      *
      *  Relatorio           *
      *                      *
      ************************
      *
       sec-relatorio section.
      *
       lab-rel-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rel-fim
           end-if.
      *
      *    Prazo da tabela tipo 44/001 (sem registro = 10 dias);
      *    o supervisor pode alterar o prazo gravado
      *
           move 10 to dias-tol.
           move 44 to wtab01-tipo.
           move 1 to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to prazo-resto
              if prazo-dias numeric
                 move prazo-dias to dias-tol
              end-if
           end-if.
           move 0 to erro.
           move dias-tol to dias-tol-ant.
      *
       lab-rel-01.
           display tela-05.
           perform acc-dias-tol.
           if escape-key = 1
              go to lab-rel-fim
           end-if.
           if dias-tol not = dias-tol-ant and param-prioridade not < 8
              perform rot-grava-prazo
           end-if.
           perform rot-close-tabl.
           perform rot-open-vg01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-ab01.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rel-fim
           end-if.
           move 99 to linha.
           move 0 to pagina tot-atrasados tot-valor.
           move param-data to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to data-sec-hoje.
           move low-values to vg01-chave.
           start arqvg01 key is not less vg01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-rel-03
           end-if.
      *
       lab-rel-02.
           perform rot-le-prox-vg01.
           if erro not = 0
              move 0 to erro
              go to lab-rel-03
           end-if.
           if vg01-chave = high-values or vg01-situacao not = "A"
              go to lab-rel-02
           end-if.
           move vg01-retorno to data-sec-in.
           perform rot-data-sec.
           move data-sec-out to data-sec-ret.
           if data-sec-hoje not > data-sec-ret + dias-tol
              go to lab-rel-02
           end-if.
           compute dias-atraso = data-sec-hoje - data-sec-ret.
           if linha > 56
              perform rot-cabec
           end-if.
           move vg01-numero to cab-numero.
           move vg01-condicao to cab-condicao.
           move vg01-codigo to cab-codigo codigo.
           perform rot-le-viajante.
           move 0 to erro.
           move razao-social to cab-nome.
           move vg01-viagem to cab-viagem.
           move vg01-retorno to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-retorno.
           move vg01-valor to cab-valor.
           move vg01-prestado to cab-prestado.
           move dias-atraso to cab-atraso.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha tot-atrasados.
           add vg01-valor to tot-valor.
           go to lab-rel-02.
      *
       lab-rel-03.
           if pagina = 0
              move "Nenhum adiantamento em atraso - Tecle <Enter>" to
              mensagem
           else
              write reg-imp from tracos after 1 line
              move tot-atrasados to cab-tot-qtd
              move tot-valor to cab-tot-valor
              write reg-imp from cab-total after 1 line
              write reg-imp from spaces after page
              move "Impressao concluida - Tecle <Enter>" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rel-fim.
           perform rot-close-imp.
           perform rot-close-ab01.
           perform rot-close-vg01.
           perform rot-close-tabl.
           exit.
      *
      *    Grava/atualiza o prazo na tabela tipo 44/001
      *
       rot-grava-prazo.
           move 44 to wtab01-tipo.
           move 1 to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           move dias-tol to prazo-dias.
           move "44" to tabl-tipo-1.
           move "PRAZO PRESTACAO DE CONTAS DE VIAGEM" to
                tabl-descricao-1 tabl-descricao.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move prazo-resto to tabl-resto.
           if erro = 0
              rewrite reg-tabl invalid key
                      continue
              end-rewrite
           else
              move wtab01-chave to tabl-chave
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
       acc-numero.
           accept numero at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-condicao.
           accept condicao at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-codigo.
           accept codigo at 1131 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-viagem.
           accept viagem at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-saida.
           accept saida at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-retorno.
           accept retorno at 1340 with auto update prompt
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
       acc-forma.
           accept forma at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-operacao.
           accept operacao at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-ccusto.
           accept ccusto at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desp-data.
           accept desp-data at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desp-descricao.
           accept desp-descricao at 1429 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desp-operacao.
           accept desp-operacao at 1529 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desp-ccusto.
           accept desp-ccusto at 1629 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desp-comprovante.
           accept desp-comprovante at 1729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desp-valor.
           accept valor-aux at 1829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-vencimento.
           accept vencimento at 2060 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-dias-tol.
           accept dias-tol at 1229 with auto update prompt
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
       dsp-numero.
           display numero at 1029 with foreground-color 15
                   background-color 01.
      *
       dsp-codigo.
           display condicao at 1129 with foreground-color 15
                   background-color 01.
           display codigo at 1131 with foreground-color 15
                   background-color 01.
           display razao-social(1:34) at 1137 with foreground-color 15
                   background-color 01.
      *
       dsp-viagem.
           display viagem at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-saida.
           move saida-corr to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1329 with foreground-color 15
                   background-color 01.
           move retorno-corr to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           display data-disp at 1340 with foreground-color 15
                   background-color 01.
      *
       dsp-valor.
           move valor to valor-disp.
           display valor-disp at 1429 with foreground-color 15
                   background-color 01.
      *
       dsp-forma.
           display forma at 1529 with foreground-color 15
                   background-color 01.
      *
       dsp-operacao.
           display operacao at 1629 with foreground-color 15
                   background-color 01.
           display doperacao at 1634 with foreground-color 15
                   background-color 01.
      *
       dsp-ccusto.
           display ccusto at 1729 with foreground-color 15
                   background-color 01.
      *
       dsp-prestado.
           move prestado to valor-disp.
           display valor-disp at 1829 with foreground-color 15
                   background-color 01.
      *
       dsp-situacao.
           display situacao-disp at 1929 with foreground-color 15
                   background-color 01.
      *
       dsp-desp-seq.
           display desp-seq at 1229 with foreground-color 15
                   background-color 01.
      *
       dsp-desp-operacao.
           display doperacao at 1534 with foreground-color 15
                   background-color 01.
      *
       dsp-prestado-desp.
           move prestado to valor-disp.
           display valor-disp at 1929 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-numero.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo.
           display limpa at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-viagem.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-saida.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-forma.
           display limpa-10(1:1) at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-ccusto.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-prestado.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
      *
       lmp-situacao.
           display limpa at 1929 with foreground-color 15
                   background-color 01.
      *
       lmp-acerto.
           display limpa at 2006 with foreground-color 01
                   background-color 01.
           display limpa-10 at 2050 with foreground-color 01
                   background-color 01.
           display limpa-10 at 2060 with foreground-color 01
                   background-color 01.
      *
       lmp-desp-seq.
           display limpa at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-desp-data.
           display limpa at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-desp-descricao.
           display limpa at 1429 with foreground-color 15
                   background-color 01.
      *
       lmp-desp-operacao.
           display limpa at 1529 with foreground-color 15
                   background-color 01.
      *
       lmp-desp-ccusto.
           display limpa at 1629 with foreground-color 15
                   background-color 01.
      *
       lmp-desp-comprovante.
           display limpa at 1729 with foreground-color 15
                   background-color 01.
      *
       lmp-desp-valor.
           display limpa at 1829 with foreground-color 15
                   background-color 01.
