      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGEN01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Entidades (associacao, instituto ...) com CNPJ proprio :   *
      *                                                             *
      *  (E)ntidades   - razao social, CNPJ e codigo da entidade    *
      *                  no cadastro geral (tabela tipo 54);        *
      *  (O)peracoes   - entidade dona de cada operacao (tabela     *
      *                  tipo 55); operacao sem registro e da       *
      *                  entidade 1 (associacao);                   *
      *  (U)suarios    - entidades com que cada usuario trabalha    *
      *                  (usr-entidades no ARQUSR);                 *
      *  (I)nterentid. - cobranca de uma entidade a outra: grava    *
      *                  o titulo a receber na credora (ARQRC01)    *
      *                  e o a pagar na devedora (ARQRE01), com o   *
      *                  mesmo documento da serie "IE" e, como      *
      *                  cliente/fornecedor, o codigo da outra      *
      *                  entidade no cadastro geral.                *
      *                                                             *
      *  E/O/U so p/ supervisor (prioridade 8 ou mais). O titulo    *
      *  a pagar segue a aprovacao normal (pgav01).                 *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                               15/10/26     v1.01            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgen01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
           select arqusr assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is usr-chave
                  file status is usr-status.
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
       data division.
       file section.
      *
       copy fdrc01.lib.
      *
       copy fdre01.lib.
      *
       copy fdcd01.lib.
      *
       copy fdusr.lib.
      *
       copy fdtabl.lib.
      *
       working-storage section.
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
       01 usr-status                   pic x(02) value "00".
       01 usr-stat                     pic x(01) value "F".
      *
       01 nome-arq-usr.
          02 usr-dir                   pic x(03) value "USR".
          02 filler                    pic x(01) value "\".
          02 usr-nome                  pic x(08) value "ARQUSR00".
          02 filler                    pic x(01) value ".".
          02 usr-ext                   pic x(03) value "DAT".
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
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGEN01".
          02 cb-versao                 pic x(06) value "v1.01 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-70                     pic x(70) value spaces.
       01 linha-tela                   pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 entidade                  pic 9(01) value 0.
          02 razao-social              pic x(40) value spaces.
          02 cnpj                      pic 9(14) value 0.
          02 codigo-cd01               pic 9(05) value 0.
          02 operacao                  pic 9(03) value 0.
          02 doperacao                 pic x(40) value spaces.
          02 usuario                   pic x(10) value spaces.
          02 entidades                 pic x(09) value spaces.
          02 ent-credora               pic 9(01) value 0.
          02 ent-devedora              pic 9(01) value 0.
          02 oper-receber              pic 9(03) value 0.
          02 oper-pagar                pic 9(03) value 0.
          02 cod-credora               pic 9(05) value 0.
          02 cod-devedora              pic 9(05) value 0.
          02 valor                     pic 9(09)v9(02) value 0.
          02 valor-aux                 pic z(08)9,9(02) value 0.
          02 vencimento                pic 9(06) value 0.
          02 historico                 pic x(30) value spaces.
          02 flag-existe               pic x(01) value spaces.
      *
       01 ent-idx                      pic 9(02) comp-5 value 0.
       01 hoje                         pic 9(06) value 0.
      *
       01 doc-inter.
          02 filler                    pic x(02) value "IE".
          02 doc-inter-num             pic 9(08) value 0.
      *
       01 msg-inter.
          02 filler                    pic x(11) value " Documento ".
          02 msg-inter-doc             pic x(10) value spaces.
          02 filler                    pic x(32) value
             " gravado nas duas entidades    ".
      *
       01 campo-serie.
          02 ser-par-codigo            pic x(05) value spaces.
          02 ser-par-numero            pic 9(08) value 0.
          02 ser-par-usr               pic x(10) value spaces.
          02 ser-par-data              pic 9(06) value 0.
          02 ser-par-ok                pic x(01) value spaces.
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
       copy wstab01.lib.
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
             highlight value "Entidades".
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (E/O/U/I)......:".
      *
       01 tela-entidade.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Entidade (1 a 9)......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Razao social..........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "CNPJ..................:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Codigo no cadastro....:".
      *
       01 tela-operacao.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Operacao..............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Entidade..............:".
      *
       01 tela-usuario.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Usuario...............:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Entidades (S/N) 1 a 9.:".
          02 line 12 column 30 foreground-color 06 background-color 01
             highlight value "123456789".
      *
       01 tela-inter.
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Entidade credora......:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Operacao a receber....:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Entidade devedora.....:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Operacao a pagar......:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Valor.................:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Vencimento............:".
          02 line 15 column 32 foreground-color 06 background-color 01
             highlight value "/  /".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Historico.............:".
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
           move 75 to box-col-f.
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
       rot-open-usr.
           move 0 to erro.
           if usr-stat = "F"
              open i-o arqusr
              if usr-status not = "00"
                 move
                 " Erro de abertura no ARQUSR00.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to usr-stat
              end-if
           end-if.
      *
       rot-close-usr.
           if usr-stat = "A"
              close arqusr
              move "F" to usr-stat
           end-if.
      *
       rot-le-usr.
           move 0 to erro.
           read arqusr invalid key move 1 to erro.
           if usr-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-usr
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
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-data-i.
           move " Data invalida - Tecle <Enter>" to mensagem.
           perform rot-erro-cad.
      *
      *    Operacao (tabela tipo 05) no doperacao; erro = 1 se nao
      *    cadastrada
      *
       rot-le-operacao.
           move spaces to doperacao.
           move 05 to wtab01-tipo.
           move operacao to wtab01-codigo.
           move spaces to wtab01-chave(6:2) wtab01-resto.
           move wtab01-chave to tabl-chave.
           perform rot-le-tabl.
           if erro = 0
              move tabl-descricao to doperacao
           end-if.
      *
      *    Dados da entidade em ent-par-entidade (rotent01)
      *
       rot-dados-entidade.
           move "N" to ent-par-opcao.
           call "rotent01" using campo-entidade.
      *
      *    Entidade dona da operacao em ent-par-operacao (rotent01)
      *
       rot-entidade-operacao.
           move "O" to ent-par-opcao.
           call "rotent01" using campo-entidade.
      *
      *    Acesso do usuario a entidade em ent-par-entidade
      *
       rot-entidade-usuario.
           move "U" to ent-par-opcao.
           move param-usr to ent-par-usr.
           move param-prioridade to ent-par-prioridade.
           call "rotent01" using campo-entidade.
      *
       rot-erro-entidade.
           move " Usuario sem acesso a entidade - Tecle <Enter>"
                to mensagem.
           perform rot-erro-cad.
      *
      *    A rotent01 mantem o ARQTABL aberto entre chamadas; fecha
      *    antes de regravar as tabelas 54/55
      *
       rot-fecha-rotent01.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
      *
       rot-limpa-painel.
           move 10 to linha-tela.
       rot-limpa-painel-1.
           if linha-tela > 20
              go to rot-limpa-painel-fim
           end-if.
           display limpa-70 at line linha-tela column 05 with
                   foreground-color 01 background-color 01.
           add 1 to linha-tela.
           go to rot-limpa-painel-1.
       rot-limpa-painel-fim.
           exit.
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
           if funcao not = "E" and "O" and "U" and "I"
              go to lab-fun-01
           end-if.
           perform dsp-funcao.
           if funcao not = "I" and param-prioridade < 8
              move " Usuario sem prioridade para esta funcao - Tecle <E
      -       "nter>" to mensagem
              perform rot-erro-cad
              go to lab-fun-01
           end-if.
           move param-data to hoje.
           evaluate true
                    when funcao = "E"
                         perform sec-entidades
                    when funcao = "O"
                         perform sec-operacoes
                    when funcao = "U"
                         perform sec-usuarios
                    when funcao = "I"
                         perform sec-inter
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
      *  Entidades           *
      *                      *
      ************************
      *
       sec-entidades section.
      *
       lab-ent-00.
           perform rot-fecha-rotent01.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ent-fim
           end-if.
           perform rot-open-cd01.
           if erro not = 0
              go to lab-ent-fim
           end-if.
           display tela-entidade.
      *
       lab-ent-01.
           move 0 to entidade.
           perform lmp-entidade thru lmp-nome-cd01.
           perform acc-entidade.
           if escape-key = 1
              go to lab-ent-fim
           end-if.
           if entidade = 0
              go to lab-ent-01
           end-if.
           move spaces to razao-social.
           move 0 to cnpj codigo-cd01.
           move "54" to tabl-tipo.
           move spaces to tabl-codigo.
           move "00" to tabl-codigo(1:2).
           move entidade to tabl-codigo(3:1).
           perform rot-le-tabl.
           if erro = 0
              move "S" to flag-existe
              move tabl-descricao to razao-social
              if tabl-resto(1:14) numeric
                 move tabl-resto(1:14) to cnpj
              end-if
              if tabl-resto(15:5) numeric
                 move tabl-resto(15:5) to codigo-cd01
              end-if
           else
              move 0 to erro
              move "N" to flag-existe
           end-if.
           perform dsp-razao-social thru dsp-codigo-cd01.
      *
       lab-ent-02.
           perform acc-razao-social.
           if escape-key = 1
              go to lab-ent-01
           end-if.
           move razao-social to txt.
           perform rot-texto.
           move txt to razao-social.
           if razao-social = spaces
              go to lab-ent-02
           end-if.
      *
       lab-ent-03.
           perform acc-cnpj.
           if escape-key = 1
              go to lab-ent-02
           end-if.
           if cnpj = 0
              go to lab-ent-03
           end-if.
      *
      *    A entidade precisa estar no cadastro geral p/ ser
      *    cliente/fornecedor das outras na cobranca interna
      *
       lab-ent-04.
           perform acc-codigo-cd01.
           if escape-key = 1
              go to lab-ent-03
           end-if.
           perform lmp-nome-cd01.
           if codigo-cd01 = 0
              go to lab-ent-05
           end-if.
           move codigo-cd01 to cd01-codigo.
           perform rot-le-cd01.
           if erro not = 0
              move 0 to erro
              move " Codigo nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-ent-04
           end-if.
           display cd01-razao-social-a at 1336 with
                   foreground-color 15 background-color 01.
      *
       lab-ent-05.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ent-04
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ent-01
           else
              if resposta not = "S"
                 go to lab-ent-05
              end-if
           end-if.
           display tela-limpa-cad.
           move "54" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move "00" to tabl-codigo(1:2).
           move entidade to tabl-codigo(3:1).
           move razao-social to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move cnpj to tabl-resto(1:14).
           move codigo-cd01 to tabl-resto(15:5).
           if flag-existe = "S"
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-ent-01.
      *
       lab-ent-fim.
           perform rot-close-cd01.
           perform rot-close-tabl.
           perform lmp-entidade thru lmp-nome-cd01.
           exit.
      *
      ************************
      *                      *
      *  Operacoes           *
      *                      *
      ************************
      *
       sec-operacoes section.
      *
       lab-ope-00.
           perform rot-fecha-rotent01.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-ope-fim
           end-if.
           display tela-operacao.
      *
       lab-ope-01.
           move 0 to operacao.
           perform lmp-operacao thru lmp-ent-operacao.
           perform acc-operacao.
           if escape-key = 1
              go to lab-ope-fim
           end-if.
           if operacao = 0
              go to lab-ope-01
           end-if.
           perform rot-le-operacao.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ope-01
           end-if.
           display doperacao at 1034 with foreground-color 15
                   background-color 01.
           move 1 to entidade.
           move "55" to tabl-tipo.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           perform rot-le-tabl.
           if erro = 0
              move "S" to flag-existe
              if tabl-resto(1:1) numeric and tabl-resto(1:1) not = "0"
                 move tabl-resto(1:1) to entidade
              end-if
           else
              move 0 to erro
              move "N" to flag-existe
           end-if.
      *
       lab-ope-02.
           perform dsp-ent-operacao.
           perform acc-ent-operacao.
           if escape-key = 1
              go to lab-ope-01
           end-if.
           if entidade = 0
              go to lab-ope-02
           end-if.
           move entidade to ent-par-entidade.
           perform rot-dados-entidade.
           perform rot-fecha-rotent01.
           if ent-par-ok not = "S"
              move " Entidade nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-ope-02
           end-if.
           display ent-par-nome at 1134 with foreground-color 15
                   background-color 01.
      *
       lab-ope-03.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-ope-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-ope-01
           else
              if resposta not = "S"
                 go to lab-ope-03
              end-if
           end-if.
           display tela-limpa-cad.
           move "55" to tabl-tipo tabl-tipo-1.
           move spaces to tabl-codigo.
           move operacao to tabl-codigo(1:3).
           move doperacao to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           move entidade to tabl-resto(1:1).
           if flag-existe = "S"
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           else
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-ope-01.
      *
       lab-ope-fim.
           perform rot-close-tabl.
           perform lmp-operacao thru lmp-ent-operacao.
           exit.
      *
      ************************
      *                      *
      *  Usuarios            *
      *                      *
      ************************
      *
       sec-usuarios section.
      *
       lab-usu-00.
           perform rot-fecha-rotent01.
           perform rot-open-usr.
           if erro not = 0
              go to lab-usu-fim
           end-if.
           display tela-usuario.
      *
       lab-usu-01.
           move spaces to usuario.
           perform lmp-usuario thru lmp-entidades.
           perform acc-usuario.
           if escape-key = 1
              go to lab-usu-fim
           end-if.
           move usuario to txt.
           perform rot-texto.
           move txt to usuario.
           if usuario = spaces
              go to lab-usu-01
           end-if.
           move usuario to usr-usuario.
           perform rot-le-usr.
           if erro not = 0
              move 0 to erro
              move " Usuario nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-usu-01
           end-if.
           move usr-entidades to entidades.
           if usr-prioridade not < 8
              move " Supervisor trabalha com todas as entidades - Tecle
      -       " <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-usu-01
           end-if.
      *
       lab-usu-02.
           perform dsp-entidades.
           perform acc-entidades.
           if escape-key = 1
              go to lab-usu-01
           end-if.
           move entidades to txt.
           perform rot-texto.
           move txt to entidades.
           move 1 to ent-idx.
      *
      *    Posicao em branco vale "N"
      *
       lab-usu-02-1.
           if ent-idx > 9
              go to lab-usu-03
           end-if.
           if entidades(ent-idx:1) = spaces
              move "N" to entidades(ent-idx:1)
           end-if.
           if entidades(ent-idx:1) not = "S" and "N"
              move " Informe S ou N p/ cada entidade - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-usu-02
           end-if.
           add 1 to ent-idx.
           go to lab-usu-02-1.
      *
       lab-usu-03.
           perform dsp-entidades.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-usu-02
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-usu-01
           else
              if resposta not = "S"
                 go to lab-usu-03
              end-if
           end-if.
           display tela-limpa-cad.
           move usuario to usr-usuario.
           read arqusr with kept lock invalid key
                move 1 to erro
           end-read.
           if erro = 0
              move entidades to usr-entidades
              rewrite reg-usr invalid key
                      move 1 to erro
              end-rewrite
              unlock arqusr record
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de regravacao - ARQUSR00.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-usu-01.
      *
       lab-usu-fim.
           perform rot-close-usr.
           perform lmp-usuario thru lmp-entidades.
           exit.
      *
      ************************
      *                      *
      *  Cobranca entre      *
      *  entidades           *
      *                      *
      ************************
      *
       sec-inter section.
      *
       lab-int-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-int-fim
           end-if.
           perform rot-open-rc01.
           if erro not = 0
              go to lab-int-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-int-fim
           end-if.
           display tela-inter.
      *
       lab-int-01.
           move 0 to ent-credora.
           perform lmp-credora thru lmp-historico.
           perform acc-credora.
           if escape-key = 1
              go to lab-int-fim
           end-if.
           if ent-credora = 0
              go to lab-int-01
           end-if.
           move ent-credora to ent-par-entidade.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              go to lab-int-01
           end-if.
           if ent-par-codigo = 0
              move " Entidade sem codigo no cadastro - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-int-01
           end-if.
           move ent-par-codigo to cod-credora.
           display ent-par-nome at 1032 with foreground-color 15
                   background-color 01.
      *
       lab-int-02.
           move 0 to oper-receber.
           perform lmp-oper-receber.
           perform acc-oper-receber.
           if escape-key = 1
              go to lab-int-01
           end-if.
           move oper-receber to operacao.
           perform rot-le-operacao.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-int-02
           end-if.
           move oper-receber to ent-par-operacao.
           perform rot-entidade-operacao.
           if ent-par-entidade not = ent-credora
              move " Operacao de outra entidade - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-int-02
           end-if.
           display doperacao at 1134 with foreground-color 15
                   background-color 01.
      *
       lab-int-03.
           move 0 to ent-devedora.
           perform lmp-devedora.
           perform acc-devedora.
           if escape-key = 1
              go to lab-int-02
           end-if.
           if ent-devedora = 0 or ent-devedora = ent-credora
              go to lab-int-03
           end-if.
           move ent-devedora to ent-par-entidade.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              go to lab-int-03
           end-if.
           if ent-par-codigo = 0
              move " Entidade sem codigo no cadastro - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
              go to lab-int-03
           end-if.
           move ent-par-codigo to cod-devedora.
           display ent-par-nome at 1232 with foreground-color 15
                   background-color 01.
      *
       lab-int-04.
           move 0 to oper-pagar.
           perform lmp-oper-pagar.
           perform acc-oper-pagar.
           if escape-key = 1
              go to lab-int-03
           end-if.
           move oper-pagar to operacao.
           perform rot-le-operacao.
           if erro not = 0
              move 0 to erro
              move " Operacao nao cadastrada - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-int-04
           end-if.
           move oper-pagar to ent-par-operacao.
           perform rot-entidade-operacao.
           if ent-par-entidade not = ent-devedora
              move " Operacao de outra entidade - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-int-04
           end-if.
           display doperacao at 1334 with foreground-color 15
                   background-color 01.
      *
       lab-int-05.
           move 0 to valor-aux.
           perform acc-valor.
           if escape-key = 1
              go to lab-int-04
           end-if.
           move valor-aux to valor.
           if valor = 0
              go to lab-int-05
           end-if.
      *
       lab-int-06.
           move 0 to dia-euro mes-euro ano-euro.
           perform acc-vencimento thru acc-vencimento-fim.
           if escape-key = 1
              go to lab-int-05
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0 or dias-corr < hoje
              move 0 to erro
              perform rot-data-i
              go to lab-int-06
           end-if.
           move dias-corr to vencimento.
      *
       lab-int-07.
           move spaces to historico.
           perform acc-historico.
           if escape-key = 1
              go to lab-int-06
           end-if.
           move historico to txt.
           perform rot-texto.
           move txt to historico.
           if historico = spaces
              go to lab-int-07
           end-if.
      *
       lab-int-08.
           move "Grava a receber e a pagar (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-int-07
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-int-01
           else
              if resposta not = "S"
                 go to lab-int-08
              end-if
           end-if.
           display tela-limpa-cad.
           perform rot-grava-inter thru rot-grava-inter-fim.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao do documento - Tecle <Enter>" to
                   mensagem
              perform rot-erro-cad
              go to lab-int-01
           end-if.
           move doc-inter to msg-inter-doc.
           move msg-inter to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-int-01.
      *
       lab-int-fim.
           perform rot-close-re01.
           perform rot-close-rc01.
           perform rot-close-tabl.
           perform lmp-credora thru lmp-historico.
           exit.
      *
      *    Titulo a receber na credora contra o codigo da devedora
      *    e a pagar na devedora contra o codigo da credora, com o
      *    mesmo documento (serie "IE"); o a pagar que nao gravar
      *    desfaz o a receber
      *
       rot-grava-inter.
           move "IE   " to ser-par-codigo.
           move param-usr to ser-par-usr.
           move param-data to ser-par-data.
           call "rotser01" using campo-serie.
           if ser-par-ok not = "S"
              move 1 to erro
              go to rot-grava-inter-fim
           end-if.
           move ser-par-numero to doc-inter-num.
           move cod-devedora to rc01-codigo rc01-codigo-a.
           move "C" to rc01-condicao rc01-condicao-a.
           move doc-inter to rc01-documento rc01-documento-a.
           move vencimento to rc01-vencimento.
           move valor to rc01-valor.
           move historico to rc01-obs.
           move 0 to rc01-portador.
           move oper-receber to rc01-operacao.
           move param-data to rc01-emissao.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           move spaces to rc01-doc-cob rc01-situacao rc01-doc-sucessor.
           move spaces to rc01-moeda rc01-evento.
           move spaces to rc01-carne.
           move 0 to rc01-valor-moeda rc01-ccusto.
           move ent-credora to rc01-entidade.
           write reg-rc01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-rc01
           end-write.
           if erro not = 0
              go to rot-grava-inter-fim
           end-if.
           move doc-inter to re01-documento.
           move cod-credora to re01-codigo.
           move "C" to re01-condicao.
           move vencimento to re01-vencimento.
           move valor to re01-valor.
           move historico to re01-obs.
           move 0 to re01-portador.
           move oper-pagar to re01-operacao.
           move param-data to re01-emissao.
           move param-usr to re01-usuario.
           move param-data to re01-data.
           move spaces to re01-doc-pai re01-evento.
           move 0 to re01-parcela re01-qtd-parcelas re01-ccusto.
           move spaces to re01-aprovado.
           move spaces to re01-cod-barras re01-pgto-sit.
           move 0 to re01-bordero re01-remessa.
           move ent-devedora to re01-entidade.
           write reg-re01 invalid key
                 move 1 to erro
                 not invalid key
                 move "W" to jor-operacao
                 perform rot-jn-re01
           end-write.
           if erro not = 0
              delete arqrc01 record invalid key
                     continue
                     not invalid key
                     move "D" to jor-operacao
                     perform rot-jn-rc01
              end-delete
           end-if.
       rot-grava-inter-fim.
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
           accept funcao at 0830 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-entidade.
           accept entidade at 1030 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-razao-social.
           accept razao-social at 1130 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-cnpj.
           accept cnpj at 1230 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-codigo-cd01.
           accept codigo-cd01 at 1330 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-operacao.
           accept operacao at 1030 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-ent-operacao.
           accept entidade at 1130 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-usuario.
           accept usuario at 1030 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-entidades.
           accept entidades at 1130 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-credora.
           accept ent-credora at 1030 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-oper-receber.
           accept oper-receber at 1130 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-devedora.
           accept ent-devedora at 1230 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-oper-pagar.
           accept oper-pagar at 1330 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-valor.
           accept valor-aux at 1430 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-vencimento.
           accept dia-euro at 1530 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-vencimento-fim
           end-if.
           accept mes-euro at 1533 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-vencimento-fim
           end-if.
           accept ano-euro at 1536 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-vencimento-fim.
           exit.
      *
       acc-historico.
           accept historico at 1630 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
      *  Sequencia para display
      *
       dsp-funcao.
           display funcao at 0830 with foreground-color 15
                   background-color 01.
      *
       dsp-razao-social.
           display razao-social at 1130 with foreground-color 15
                   background-color 01.
      *
       dsp-cnpj.
           display cnpj at 1230 with foreground-color 15
                   background-color 01.
      *
       dsp-codigo-cd01.
           display codigo-cd01 at 1330 with foreground-color 15
                   background-color 01.
      *
       dsp-ent-operacao.
           display entidade at 1130 with foreground-color 15
                   background-color 01.
      *
       dsp-entidades.
           display entidades at 1130 with foreground-color 15
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-funcao.
           display limpa-10 at 0830 with foreground-color 15
                   background-color 01.
      *
       lmp-entidade.
           display limpa-10 at 1030 with foreground-color 15
                   background-color 01.
      *
       lmp-razao-social.
           display limpa at 1130 with foreground-color 15
                   background-color 01.
      *
       lmp-cnpj.
           display limpa-10 at 1230 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1240 with foreground-color 15
                   background-color 01.
      *
       lmp-codigo-cd01.
           display limpa-10 at 1330 with foreground-color 15
                   background-color 01.
      *
       lmp-nome-cd01.
           display limpa at 1336 with foreground-color 15
                   background-color 01.
      *
       lmp-operacao.
           display limpa at 1030 with foreground-color 15
                   background-color 01.
      *
       lmp-ent-operacao.
           display limpa at 1130 with foreground-color 15
                   background-color 01.
      *
       lmp-usuario.
           display limpa-10 at 1030 with foreground-color 15
                   background-color 01.
      *
       lmp-entidades.
           display limpa-10 at 1130 with foreground-color 15
                   background-color 01.
      *
       lmp-credora.
           display limpa at 1030 with foreground-color 15
                   background-color 01.
      *
       lmp-oper-receber.
           display limpa at 1130 with foreground-color 15
                   background-color 01.
      *
       lmp-devedora.
           display limpa at 1230 with foreground-color 15
                   background-color 01.
      *
       lmp-oper-pagar.
           display limpa at 1330 with foreground-color 15
                   background-color 01.
      *
       lmp-valor.
           display limpa-10 at 1430 with foreground-color 15
                   background-color 01.
           display limpa-10 at 1440 with foreground-color 15
                   background-color 01.
      *
       lmp-vencimento.
           display limpa-10 at 1530 with foreground-color 15
                   background-color 01.
      *
       lmp-historico.
           display limpa at 1630 with foreground-color 15
                   background-color 01.
