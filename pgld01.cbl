      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGLD01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Livro Diario p/ registro em cartorio :                     *
      *                                                             *
      *  (E)missao     - imprime em ordem de data todos os          *
      *                  lancamentos do exercicio gravados pelo     *
      *                  pgct01 (ARQLD01), com folhas numeradas,    *
      *                  termo de abertura e de encerramento (CNPJ  *
      *                  do declarante da tabela tipo 47, numero    *
      *                  do livro, presidente do ARQMD01 e          *
      *                  contador); grava a folha de cada           *
      *                  lancamento e marca o ano como emitido      *
      *                  (tabela tipo 49, codigo "D" + ano), o que  *
      *                  trava nova exportacao do pgct01;           *
      *  (R)eimpressao - mesmo livro, faixa de folhas, com a        *
      *                  numeracao original;                        *
      *  (P)arametros  - cargo do presidente (tabela tipo 21),      *
      *                  nome e CRC do contador, so supervisor.     *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgld01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
       copy fdld01.lib.
      *
       copy fdmd01.lib.
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
          02 cb-programa               pic x(08) value "PGLD01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 tracos                       pic x(80) value all "-".
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 ano                       pic 9(02) value 0.
          02 livro                     pic 9(04) value 0.
          02 folha-ini                 pic 9(06) value 0.
          02 folha-fim                 pic 9(06) value 0.
          02 cargo                     pic 9(03) value 0.
          02 dcargo                    pic x(30) value spaces.
          02 contador                  pic x(40) value spaces.
          02 crc                       pic x(15) value spaces.
          02 qtd-disp                  pic zzzzz9 value 0.
      *
      *    Parametros (tipo 49, codigo PARAM): resto(1:3) cargo do
      *    presidente, resto(4:15) CRC; tabl-descricao = contador
      *
       01 par-ld.
          02 ld-cargo                  pic 9(03) value 0.
          02 ld-crc                    pic x(15) value spaces.
          02 filler                    pic x(02) value spaces.
      *
      *    Livro do ano (tipo 49, codigo "D" + ano): numero,
      *    total de folhas, situacao "E" emitido e sequencial do
      *    presidente no ARQMD01; tabl-data = data dos termos
      *
       01 par-livro.
          02 lv-livro                  pic 9(04) value 0.
          02 lv-folhas                 pic 9(06) value 0.
          02 lv-situacao               pic x(01) value spaces.
          02 lv-presidente             pic 9(05) value 0.
          02 filler                    pic x(04) value spaces.
       01 lv-data                      pic 9(05) value 0.
      *
       01 decl-cnpj                    pic 9(14) value 0.
       01 ano4                         pic 9(04) value 0.
       01 comp-ini                     pic 9(06) value 0.
       01 comp-fim                     pic 9(06) value 0.
       01 qtd-lanc                     pic 9(06) value 0.
       01 folha                        pic 9(06) value 0.
       01 folha-ult-lanc               pic 9(06) value 0.
       01 lin-folha                    pic 9(02) value 0.
       01 tot-valor                    pic 9(13)v9(02) value 0.
       01 flag-emissao                 pic x(01) value spaces.
      *
      *    Lancamentos por folha do livro
      *
       01 max-lin-folha                pic 9(02) value 50.
      *
       01 pres-nome                    pic x(40) value spaces.
       01 pres-cpf                     pic 9(11) value 0.
      *
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
      *    Numero sem zeros/brancos a esquerda p/ os termos
      *
       01 num-9                        pic 9(06) value 0.
       01 num-x redefines num-9        pic x(06).
       01 num-zeros                    pic 9(02) value 0.
       01 num-tam                      pic 9(02) value 0.
       01 num-txt                      pic x(06) value spaces.
       01 num-txt-2                    pic x(06) value spaces.
       01 num-tam-2                    pic 9(02) value 0.
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
          02 filler                    pic x(21) value
          "LIVRO DIARIO numero".
          02 cab-livro                 pic zzz9 value 0.
          02 filler                    pic x(16) value
          "  - Exercicio".
          02 cab-ano                   pic 9(04) value 0.
          02 filler                    pic x(12) value spaces.
          02 filler                    pic x(07) value "Folha ".
          02 cab-folha                 pic zzzzz9 value 0.
      *
       01 cab-cnpj.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(06) value "CNPJ ".
          02 cab-cnpj-fmt              pic x(18) value spaces.
      *
       01 cab-tit.
          02 filler                    pic x(08) value "Data".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(07) value "Debito".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(08) value "Credito".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(17) value
             "            Valor".
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(30) value "Historico".
      *
       01 cab-lin.
          02 cab-lin-data              pic x(08) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-deb               pic 9(05) value 0.
          02 filler                    pic x(04) value spaces.
          02 cab-lin-crd               pic 9(05) value 0.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-valor             pic z.zzz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-historico         pic x(30) value spaces.
      *
       01 cab-total.
          02 filler                    pic x(27) value
             "Total do exercicio".
          02 cab-tot-valor             pic z.zzz.zzz.zzz.zz9,99.
      *
       01 term-titulo.
          02 filler                    pic x(30) value spaces.
          02 term-titulo-txt           pic x(30) value spaces.
      *
       01 term-linha                   pic x(80) value spaces.
      *
       copy workgen.lib.
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
          02 line 07 column 56 foreground-color 06 background-color 01
             highlight value "Livro Diario".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (E/R/P).......:".
      *
       01 tela-emi.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Exercicio (aa).......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Numero do livro......:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Lancamentos..........:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Folhas...............:".
      *
       01 tela-rei.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Exercicio (aa).......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Numero do livro......:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Da folha.............:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Ate a folha..........:".
      *
       01 tela-par.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Cargo do presidente..:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Contador.............:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "CRC do contador......:".
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
       rot-open-ld01.
           move 0 to erro.
           if ld01-stat = "F"
              open i-o arqld01
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
       rot-open-md01.
           move 0 to erro.
           if md01-stat = "F"
              open input arqmd01
              if md01-status not = "00"
                 move
                 " Erro de abertura no ARQMD01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
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
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
      *    Parametros, CNPJ do declarante e livro do ano
      *
       rot-le-param.
           move 0 to ld-cargo.
           move spaces to ld-crc contador.
           move "49" to tabl-tipo.
           move "PARAM" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-ld
              move tabl-descricao to contador
              if ld-cargo not numeric
                 move 0 to ld-cargo
              end-if
           end-if.
           move 0 to decl-cnpj.
           move "47" to tabl-tipo.
           move "DECLA" to tabl-codigo.
           perform rot-le-tabl.
           if erro = 0
              if tabl-resto(1:14) numeric
                 move tabl-resto(1:14) to decl-cnpj
              end-if
           end-if.
           move 0 to erro.
      *
       rot-le-livro.
           move 0 to lv-livro lv-folhas lv-presidente lv-data.
           move spaces to lv-situacao.
           move "49" to tabl-tipo.
           move spaces to tabl-codigo.
           move "D" to tabl-codigo(1:1).
           move ano to tabl-codigo(2:2).
           perform rot-le-tabl.
           if erro = 0
              move tabl-resto to par-livro
              move tabl-data to lv-data
              if lv-livro not numeric or lv-folhas not numeric or
                 lv-presidente not numeric
                 move 0 to lv-livro lv-folhas lv-presidente
                 move spaces to lv-situacao
              end-if
           end-if.
      *
       rot-grava-livro.
           move "49" to tabl-tipo.
           move spaces to tabl-codigo.
           move "D" to tabl-codigo(1:1).
           move ano to tabl-codigo(2:2).
           perform rot-le-tabl.
           move "49" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move "D" to tabl-codigo(1:1).
           move ano to tabl-codigo(2:2).
           move spaces to tabl-descricao.
           string "LIVRO DIARIO EXERCICIO " ano4 delimited by size
                  into tabl-descricao
           end-string.
           move tabl-descricao to tabl-descricao-1.
           move par-livro to tabl-resto.
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
      *    Ano com 4 digitos e faixa do exercicio em dias corridos;
      *    o dia 31/12 cai no mesmo dia corrido de 01/01 do ano
      *    seguinte, por isso a leitura confere a competencia
      *
       rot-exercicio.
           if ano < 50
              compute ano4 = 2000 + ano
           else
              compute ano4 = 1900 + ano
           end-if.
           compute comp-ini = (ano * 360) + 31.
           compute comp-fim = (ano * 360) + 391.
      *
      *    Presidente em exercicio (cargo do PARAM) p/ os termos;
      *    na reimpressao, o mesmo da emissao (lv-presidente)
      *
       rot-presidente.
           move spaces to pres-nome.
           move 0 to pres-cpf.
           if lv-presidente not = 0
              move lv-presidente to md01-sequencial
              read arqmd01 invalid key move 1 to erro
              end-read
              if erro = 0
                 move md01-nome to pres-nome
                 move md01-cpf to pres-cpf
              end-if
              move 0 to erro
              go to rot-presidente-fim
           end-if.
           if ld-cargo = 0
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
           move md01-sequencial to lv-presidente.
       rot-presidente-fim.
           exit.
      *
      *    num-9 em num-txt(1:num-tam), sem zeros a esquerda
      *
       rot-num-txt.
           move 0 to num-zeros.
           move spaces to num-txt.
           inspect num-x tallying num-zeros for leading "0".
           if num-zeros > 5
              move 5 to num-zeros
           end-if.
           compute num-tam = 6 - num-zeros.
           move num-x(num-zeros + 1:num-tam) to num-txt.
      *
      *    Cabecalho de cada folha de lancamentos
      *
       rot-cabec.
           move folha to cab-folha.
           move livro to cab-livro.
           move ano4 to cab-ano.
           write reg-imp from cab-abav after page.
           write reg-imp from cab-prog after 2 lines.
           write reg-imp from cab-cnpj after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
           move 0 to lin-folha.
      *
      *    Primeira folha impressa sem salto de pagina antes
      *
       rot-cabec-primeira.
           move folha to cab-folha.
           move livro to cab-livro.
           move ano4 to cab-ano.
           write reg-imp from cab-abav.
           write reg-imp from cab-prog after 2 lines.
           write reg-imp from cab-cnpj after 1 line.
           write reg-imp from tracos after 1 line.
           write reg-imp from cab-tit after 1 line.
           write reg-imp from tracos after 1 line.
           move 0 to lin-folha.
      *
       rot-imprime-lanc.
           move ld01-data to data-aux.
           move dia-aux to data-dd.
           move mes-aux to data-mm.
           move ano-aux to data-aa.
           move data-disp to cab-lin-data.
           move ld01-conta-deb to cab-lin-deb.
           move ld01-conta-crd to cab-lin-crd.
           move ld01-valor to cab-lin-valor.
           move ld01-historico to cab-lin-historico.
           write reg-imp from cab-lin after 1 line.
           add 1 to lin-folha.
      *
       rot-imprime-total.
           write reg-imp from tracos after 1 line.
           move tot-valor to cab-tot-valor.
           write reg-imp from cab-total after 1 line.
      *
      *    Termo de abertura (folha 1)
      *
       rot-termo-abertura.
           move 1 to folha.
           move folha to cab-folha.
           move livro to cab-livro.
           move ano4 to cab-ano.
           write reg-imp from cab-abav.
           write reg-imp from cab-prog after 2 lines.
           write reg-imp from tracos after 1 line.
           move "TERMO DE ABERTURA" to term-titulo-txt.
           write reg-imp from term-titulo after 6 lines.
           move lv-folhas to num-9.
           perform rot-num-txt.
           move spaces to term-linha.
           string "     Contem este livro " num-txt(1:num-tam)
                  " folhas, numeradas seguidamente de 1 a "
                  num-txt(1:num-tam) "," delimited by size
                  into term-linha
           end-string.
           write reg-imp from term-linha after 4 lines.
           move livro to num-9.
           perform rot-num-txt.
           move spaces to term-linha.
           string "e servira de LIVRO DIARIO numero " num-txt(1:num-tam)
                  " da ASSOCIACAO BRASILEIRA DE AGENCIAS DE"
                  delimited by size into term-linha
           end-string.
           write reg-imp from term-linha after 2 lines.
           perform rot-termo-entidade.
           move spaces to term-linha.
           string "lancamentos contabeis do exercicio de " ano4 "."
                  delimited by size into term-linha
           end-string.
           write reg-imp from term-linha after 2 lines.
           perform rot-termo-assinaturas.
      *
      *    Termo de encerramento (ultima folha)
      *
       rot-termo-encerramento.
           move lv-folhas to folha cab-folha.
           move livro to cab-livro.
           move ano4 to cab-ano.
           write reg-imp from cab-abav after page.
           write reg-imp from cab-prog after 2 lines.
           write reg-imp from tracos after 1 line.
           move "TERMO DE ENCERRAMENTO" to term-titulo-txt.
           write reg-imp from term-titulo after 6 lines.
           move lv-folhas to num-9.
           perform rot-num-txt.
           move spaces to term-linha.
           string "     Contem este livro " num-txt(1:num-tam)
                  " folhas, numeradas seguidamente de 1 a "
                  num-txt(1:num-tam) "," delimited by size
                  into term-linha
           end-string.
           write reg-imp from term-linha after 4 lines.
           move livro to num-9.
           perform rot-num-txt.
           move spaces to term-linha.
           string "e serviu de LIVRO DIARIO numero " num-txt(1:num-tam)
                  " da ASSOCIACAO BRASILEIRA DE AGENCIAS DE"
                  delimited by size into term-linha
           end-string.
           write reg-imp from term-linha after 2 lines.
           perform rot-termo-entidade.
           move qtd-lanc to num-9.
           perform rot-num-txt.
           move spaces to term-linha.
           string "lancamentos contabeis do exercicio de " ano4
                  ", num total de " num-txt(1:num-tam)
                  " lancamentos." delimited by size into term-linha
           end-string.
           write reg-imp from term-linha after 2 lines.
           perform rot-termo-assinaturas.
      *
       rot-termo-entidade.
           move decl-cnpj to doc-9.
           move spaces to doc-fmt.
           string doc-x(1:2) "." doc-x(3:3) "." doc-x(6:3) "/"
                  doc-x(9:4) "-" doc-x(13:2) delimited by size
                  into doc-fmt
           end-string.
           move spaces to term-linha.
           string "VIAGENS DE SAO PAULO, CNPJ " doc-fmt
                  ", estabelecida em Sao Paulo - SP,"
                  delimited by size into term-linha
           end-string.
           write reg-imp from term-linha after 2 lines.
           move "destinado ao registro, em ordem cronologica, dos" to
                term-linha.
           write reg-imp from term-linha after 2 lines.
      *
       rot-termo-assinaturas.
           move lv-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move spaces to term-linha.
           string "Sao Paulo, " data-disp "." delimited by size
                  into term-linha(30:)
           end-string.
           write reg-imp from term-linha after 4 lines.
           move spaces to term-linha.
           move all "_" to term-linha(1:35).
           move all "_" to term-linha(42:35).
           write reg-imp from term-linha after 6 lines.
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
           if funcao not = "E" and "R" and "P"
              go to lab-fun-01
           end-if.
           if funcao = "P" and param-prioridade < 8
              move " Funcao restrita ao supervisor - Tecle <Enter>" to
              mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           evaluate true
                    when funcao = "E"
                         perform sec-emissao
                    when funcao = "R"
                         perform sec-reimpressao
                    when funcao = "P"
                         perform sec-parametros
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
      *  Emissao do livro    *
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
           perform rot-le-param.
           if decl-cnpj = 0 or ld-cargo = 0 or contador = spaces
              move " CNPJ (tabela 47) ou parametros (P) faltando - Tecle
      -    " <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-emi-fim
           end-if.
           display tela-emi.
      *
       lab-emi-01.
           move 0 to ano.
           perform lmp-ano thru lmp-folhas.
           perform acc-ano.
           if escape-key = 1
              go to lab-emi-fim
           end-if.
           perform rot-exercicio.
           perform rot-le-livro.
           move 0 to erro.
           if lv-situacao = "E"
              move " Livro ja emitido - use a (R)eimpressao - Tecle <Ent
      -    "er>" to mensagem
              perform rot-erro-cad
              go to lab-emi-01
           end-if.
      *
      *    Sugere o numero seguinte ao livro do ano anterior
      *
           if lv-livro = 0
              subtract 1 from ano
              perform rot-le-livro
              move 0 to erro
              add 1 to ano
              add 1 to lv-livro
           end-if.
           move lv-livro to livro.
      *
       lab-emi-02.
           perform acc-livro.
           if escape-key = 1
              go to lab-emi-01
           end-if.
           if livro = 0
              go to lab-emi-02
           end-if.
           perform rot-open-ld01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
      *
      *    Conta os lancamentos p/ numerar as folhas dos termos
      *
           move 0 to qtd-lanc.
           move comp-ini to ld01-dias.
           start arqld01 key is not less ld01-chave-1 invalid key
                 go to lab-emi-04
           end-start.
      *
       lab-emi-03.
           perform rot-le-prox-ld01.
           if erro not = 0 or ld01-dias > comp-fim
              move 0 to erro
              go to lab-emi-04
           end-if.
           if ld01-comp-ano not = ano
              go to lab-emi-03
           end-if.
           add 1 to qtd-lanc.
           go to lab-emi-03.
      *
       lab-emi-04.
           if qtd-lanc = 0
              move " Nenhum lancamento exportado no exercicio - Tecle
      -       "<Enter>" to mensagem
              perform rot-erro-cad
              perform rot-close-ld01
              go to lab-emi-01
           end-if.
           compute lv-folhas =
                   ((qtd-lanc + max-lin-folha - 1) / max-lin-folha)
                   + 2.
           move qtd-lanc to qtd-disp.
           display qtd-disp at 1329 with foreground-color 15
                   background-color 01.
           move lv-folhas to qtd-disp.
           display qtd-disp at 1429 with foreground-color 15
                   background-color 01.
      *
       lab-emi-05.
           move "Emitir o Livro Diario (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              perform rot-close-ld01
              go to lab-emi-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              perform rot-close-ld01
              go to lab-emi-01
           else
              if resposta not = "S"
                 go to lab-emi-05
              end-if
           end-if.
           move "Aguarde - imprimindo o livro" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-md01.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-emi-fim
           end-if.
           move livro to lv-livro.
           move 0 to lv-presidente.
           perform rot-presidente thru rot-presidente-fim.
           move param-data to lv-data.
           move decl-cnpj to doc-9.
           move spaces to cab-cnpj-fmt.
           string doc-x(1:2) "." doc-x(3:3) "." doc-x(6:3) "/"
                  doc-x(9:4) "-" doc-x(13:2) delimited by size
                  into cab-cnpj-fmt
           end-string.
           perform rot-termo-abertura.
           move 1 to folha.
           move max-lin-folha to lin-folha.
           move 0 to tot-valor.
           move comp-ini to ld01-dias.
           start arqld01 key is not less ld01-chave-1 invalid key
                 go to lab-emi-07
           end-start.
      *
       lab-emi-06.
           perform rot-le-prox-ld01.
           if erro not = 0 or ld01-dias > comp-fim
              move 0 to erro
              go to lab-emi-07
           end-if.
           if ld01-comp-ano not = ano
              go to lab-emi-06
           end-if.
           if lin-folha not < max-lin-folha
              add 1 to folha
              perform rot-cabec
           end-if.
           perform rot-imprime-lanc.
           add ld01-valor to tot-valor.
           read arqld01 with kept lock invalid key
                continue
           end-read.
           move folha to ld01-folha.
           rewrite reg-ld01 invalid key
                   continue
           end-rewrite.
           unlock arqld01 records.
           go to lab-emi-06.
      *
       lab-emi-07.
           perform rot-imprime-total.
           perform rot-termo-encerramento.
           write reg-imp from spaces after page.
           move "E" to lv-situacao.
           perform rot-grava-livro.
           move "Livro emitido - ano travado p/ exportacao - Tecle <E
      -    "nter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-emi-fim.
           perform rot-close-imp.
           perform rot-close-md01.
           perform rot-close-ld01.
           perform rot-close-tabl.
           exit.
      *
      ************************
      *                      *
      *  Reimpressao         *
      *                      *
      ************************
      *
       sec-reimpressao section.
      *
       lab-rei-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-rei-fim
           end-if.
           perform rot-le-param.
           display tela-rei.
      *
       lab-rei-01.
           move 0 to ano.
           perform lmp-ano thru lmp-folha-fim.
           perform acc-ano.
           if escape-key = 1
              go to lab-rei-fim
           end-if.
           perform rot-exercicio.
           perform rot-le-livro.
           move 0 to erro.
           if lv-situacao not = "E"
              move " Livro do exercicio ainda nao emitido - Tecle <Ent
      -       "er>" to mensagem
              perform rot-erro-cad
              go to lab-rei-01
           end-if.
           move lv-livro to livro.
           perform dsp-livro.
      *
       lab-rei-02.
           move 1 to folha-ini.
           perform acc-folha-ini.
           if escape-key = 1
              go to lab-rei-01
           end-if.
           if folha-ini = 0 or folha-ini > lv-folhas
              go to lab-rei-02
           end-if.
      *
       lab-rei-03.
           move lv-folhas to folha-fim.
           perform acc-folha-fim.
           if escape-key = 1
              go to lab-rei-02
           end-if.
           if folha-fim < folha-ini or folha-fim > lv-folhas
              go to lab-rei-03
           end-if.
      *
       lab-rei-04.
           move "Reimprimir as folhas (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-rei-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-rei-01
           else
              if resposta not = "S"
                 go to lab-rei-04
              end-if
           end-if.
           move "Aguarde - reimprimindo" to mensagem.
           display tela-mensagem-cad.
           perform rot-open-ld01.
           if erro not = 0
              go to lab-rei-fim
           end-if.
           perform rot-open-md01.
           if erro not = 0
              go to lab-rei-fim
           end-if.
           perform rot-open-imp.
           if erro not = 0
              go to lab-rei-fim
           end-if.
           perform rot-presidente thru rot-presidente-fim.
           move decl-cnpj to doc-9.
           move spaces to cab-cnpj-fmt.
           string doc-x(1:2) "." doc-x(3:3) "." doc-x(6:3) "/"
                  doc-x(9:4) "-" doc-x(13:2) delimited by size
                  into cab-cnpj-fmt
           end-string.
      *
      *    Total, quantidade e ultima folha de lancamentos sao
      *    recalculados sobre o exercicio inteiro
      *
           move 0 to qtd-lanc tot-valor folha folha-ult-lanc.
           move "N" to flag-emissao.
           if folha-ini = 1
              perform rot-termo-abertura
              move "S" to flag-emissao
           end-if.
           move 0 to folha.
           move comp-ini to ld01-dias.
           start arqld01 key is not less ld01-chave-1 invalid key
                 go to lab-rei-06
           end-start.
      *
       lab-rei-05.
           perform rot-le-prox-ld01.
           if erro not = 0 or ld01-dias > comp-fim
              move 0 to erro
              go to lab-rei-06
           end-if.
           if ld01-comp-ano not = ano
              go to lab-rei-05
           end-if.
           add 1 to qtd-lanc.
           add ld01-valor to tot-valor.
           move ld01-folha to folha-ult-lanc.
           if ld01-folha < folha-ini or ld01-folha > folha-fim
              go to lab-rei-05
           end-if.
           if ld01-folha not = folha
              move ld01-folha to folha
              if flag-emissao = "N"
                 move "S" to flag-emissao
                 perform rot-cabec-primeira
              else
                 perform rot-cabec
              end-if
           end-if.
           perform rot-imprime-lanc.
           go to lab-rei-05.
      *
       lab-rei-06.
           if folha-ult-lanc not < folha-ini and
              folha-ult-lanc not > folha-fim
              perform rot-imprime-total
           end-if.
           if folha-fim = lv-folhas
              if flag-emissao = "N"
                 write reg-imp from spaces
              end-if
              perform rot-termo-encerramento
           end-if.
           write reg-imp from spaces after page.
           display tela-limpa-cad.
           move "Reimpressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       lab-rei-fim.
           perform rot-close-imp.
           perform rot-close-md01.
           perform rot-close-ld01.
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
           move ld-cargo to cargo.
           move contador to txt.
           move ld-crc to crc.
      *
       lab-par-01.
           perform acc-cargo.
           if escape-key = 1
              go to lab-par-fim
           end-if.
           move 21 to wtab01-tipo.
           move cargo to wtab01-codigo.
           move spaces to wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro not = 0
              move " Cargo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-par-01
           end-if.
           move reg-tabl to reg-wtab01.
           move wtab01-descricao to dcargo.
           perform dsp-cargo.
      *
       lab-par-02.
           perform acc-contador.
           if escape-key = 1
              go to lab-par-01
           end-if.
           move contador to txt.
           perform rot-texto.
           move txt to contador.
           if contador = spaces
              go to lab-par-02
           end-if.
      *
       lab-par-03.
           perform acc-crc.
           if escape-key = 1
              go to lab-par-02
           end-if.
           move crc to txt.
           perform rot-texto.
           move txt to crc.
      *
       lab-par-04.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-par-03
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-par-fim
           else
              if resposta not = "S"
                 go to lab-par-04
              end-if
           end-if.
           display tela-limpa-cad.
           move cargo to ld-cargo.
           move crc to ld-crc.
           move "49" to tabl-tipo.
           move "PARAM" to tabl-codigo.
           perform rot-le-tabl.
           move "49" to tabl-tipo tabl-tipo-1.
           move "PARAM" to tabl-codigo.
           move contador to tabl-descricao tabl-descricao-1.
           move par-ld to tabl-resto.
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
       acc-ano.
           accept ano at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-livro.
           accept livro at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-folha-ini.
           accept folha-ini at 1229 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-folha-fim.
           accept folha-fim at 1329 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-cargo.
           accept cargo at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-contador.
           accept contador at 1129 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-crc.
           accept crc at 1229 with auto update prompt
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
       dsp-livro.
           display livro at 1129 with foreground-color 15
                   background-color 01.
      *
       dsp-cargo.
           display dcargo at 1034 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-ano.
           display limpa-10 at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-livro.
           display limpa-10 at 1129 with foreground-color 15
                   background-color 01.
      *
       lmp-folha-ini.
           display limpa-10 at 1229 with foreground-color 15
                   background-color 01.
      *
       lmp-folha-fim.
           display limpa-10 at 1329 with foreground-color 15
                   background-color 01.
      *
       lmp-folhas.
           display limpa-10 at 1429 with foreground-color 15
                   background-color 01.
