      ***************************************************************
      *                                                             *
      *  A B A V / S P - I N F O R M A T I C A    :::  PGSD01       *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Segregacao de Funcoes :                                    *
      *                                                             *
      *  Funcoes financeiras: RI inclui titulo a pagar, RA aprova,  *
      *  RB baixa titulo a pagar, CI inclui titulo a receber, CB    *
      *  baixa titulo a receber, CX lanca caixa, US cadastra        *
      *  usuarios. O perfil de cada usuario fica no ARQUSR (usr-    *
      *  funcoes); RA tambem e concedida pelo limite de aprovacao   *
      *  (pgav01) e US pela prioridade de supervisor.               *
      *                                                             *
      *  (R)egras       - pares de funcoes conflitantes (tabela     *
      *                   tipo 59, codigo = funcao 1 + funcao 2) -  *
      *                   supervisor;                               *
      *  (P)erfil       - funcoes concedidas ao usuario -           *
      *                   supervisor, nunca o proprio perfil;       *
      *  (U)suarios     - relatorio dos usuarios cujo perfil        *
      *                   concede as duas funcoes de uma regra;     *
      *  (T)ransacoes   - relatorio do periodo com os documentos    *
      *                   em que o mesmo usuario executou dois      *
      *                   passos conflitantes (inclusao, aprovacao  *
      *                   e baixa do titulo a pagar - ARQBE01,      *
      *                   ARQAV01, ARQRE01; inclusao e baixa do     *
      *                   titulo a receber - ARQBX01; baixa de      *
      *                   recebimento e lancamento de caixa no      *
      *                   mesmo dia - ARQCX01), p/ o visto do       *
      *                   supervisor.                               *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. pgsd01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
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
           select arqav01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on multiple records
                  record key is av01-chave
                  file status is av01-status.
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
           select arqimp assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
      *
       copy fdusr.lib.
      *
       copy fdtabl.lib.
      *
       copy fdre01.lib.
      *
       copy fdbe01.lib.
      *
       copy fdbx01.lib.
      *
       copy fdav01.lib.
      *
       copy fdcx01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
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
       01 av01-status                  pic x(02) value "00".
       01 av01-stat                    pic x(01) value "F".
      *
       01 nome-arq-av01.
          02 av01-dir                  pic x(03) value "LOG".
          02 filler                    pic x(01) value "\".
          02 av01-nome                 pic x(08) value "ARQAV01A".
          02 filler                    pic x(01) value ".".
          02 av01-ext                  pic x(03) value "DAT".
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
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGSD01".
          02 cb-versao                 pic x(06) value "v1.00 ".
      *
       01 limpa                        pic x(44) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 linha                        pic 9(03) comp-5 value 0.
       01 linha-tela                   pic 9(02) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(132) value all "-".
       01 ind                          pic 9(02) comp-5 value 0.
       01 ind-f                        pic 9(02) comp-5 value 0.
       01 ind-regra                    pic 9(02) comp-5 value 0.
      *
       01 campos.
          02 funcao                    pic x(01) value spaces.
          02 funcao-a                  pic x(02) value spaces.
          02 funcao-b                  pic x(02) value spaces.
          02 desc-regra                pic x(40) value spaces.
          02 usuario                   pic x(10) value spaces.
          02 data-ini                  pic 9(06) value 0.
          02 data-fim                  pic 9(06) value 0.
          02 flag-novo                 pic x(01) value spaces.
          02 flag-regra                pic x(01) value spaces.
          02 flag-usr                  pic x(01) value spaces.
          02 cod-aux                   pic x(02) value spaces.
          02 pos-aux                   pic 9(02) value 0.
          02 qtd-usr                   pic 9(05) value 0.
          02 qtd-conflito              pic 9(05) value 0.
      *
      *    Codigo da regra na tabela tipo 59: funcao 1 + funcao 2
      *
       01 codigo-regra.
          02 cr-funcao-a               pic x(02) value spaces.
          02 cr-funcao-b               pic x(02) value spaces.
          02 filler                    pic x(01) value spaces.
      *
      *    Funcoes na ordem das posicoes de usr-funcoes
      *
       01 funcoes-x                    pic x(14) value
          "RIRARBCICBCXUS".
       01 funcoes redefines funcoes-x.
          02 fc-cod                    pic x(02) occurs 7.
      *
      *    Perfil em manutencao e funcoes efetivamente concedidas
      *
       01 perfil-x                     pic x(07) value spaces.
       01 perfil redefines perfil-x.
          02 pf-flag                   pic x(01) occurs 7.
      *
       01 concede-x                    pic x(07) value spaces.
       01 concede redefines concede-x.
          02 cc-flag                   pic x(01) occurs 7.
      *
      *    Regras carregadas da tabela tipo 59
      *
       01 qtd-regras                   pic 9(02) comp-5 value 0.
       01 regras.
          02 rg-regra                  occurs 40.
             03 rg-funcao-a            pic x(02).
             03 rg-funcao-b            pic x(02).
             03 rg-pos-a               pic 9(02).
             03 rg-pos-b               pic 9(02).
             03 rg-descricao           pic x(40).
      *
      *    Linha de conflito do relatorio de transacoes
      *
       01 campos-rel.
          02 rel-origem                pic x(08) value spaces.
          02 rel-documento             pic x(10) value spaces.
          02 rel-data                  pic 9(06) value 0.
          02 rel-usuario               pic x(10) value spaces.
          02 rel-valor                 pic 9(11)v9(02) value 0.
          02 rel-usuario-inc           pic x(10) value spaces.
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
          02 cab-titulo                pic x(40) value spaces.
          02 filler                    pic x(11) value spaces.
          02 cab-data                  pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-periodo.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(09) value "Periodo: ".
          02 cab-data-ini              pic x(08) value spaces.
          02 filler                    pic x(03) value " a ".
          02 cab-data-fim              pic x(08) value spaces.
      *
       01 cab-posicao.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(55) value
             "(*) perfil nao definido - todas as funcoes concedidas".
      *
       01 cab-tit-u.
          02 filler                    pic x(12) value "Usuario".
          02 filler                    pic x(07) value "Prior.".
          02 filler                    pic x(10) value "Perfil".
          02 filler                    pic x(07) value "Regra".
          02 filler                    pic x(40) value "Conflito".
      *
       01 cab-tit-t.
          02 filler                    pic x(10) value "Origem".
          02 filler                    pic x(12) value "Documento".
          02 filler                    pic x(10) value "Data".
          02 filler                    pic x(12) value "Usuario".
          02 filler                    pic x(07) value "Regra".
          02 filler                    pic x(42) value "Conflito".
          02 filler                    pic x(17) value
             "            Valor".
      *
       01 det-u.
          02 det-u-usuario             pic x(10).
          02 filler                    pic x(04) value spaces.
          02 det-u-prioridade          pic 9(01).
          02 filler                    pic x(04) value spaces.
          02 det-u-perfil              pic x(07).
          02 det-u-indef               pic x(03).
          02 det-u-funcao-a            pic x(02).
          02 filler                    pic x(01) value "-".
          02 det-u-funcao-b            pic x(02).
          02 filler                    pic x(02) value spaces.
          02 det-u-descricao           pic x(40).
      *
       01 det-t.
          02 det-t-origem              pic x(08).
          02 filler                    pic x(02) value spaces.
          02 det-t-documento           pic x(10).
          02 filler                    pic x(02) value spaces.
          02 det-t-data                pic x(08).
          02 filler                    pic x(02) value spaces.
          02 det-t-usuario             pic x(10).
          02 filler                    pic x(02) value spaces.
          02 det-t-funcao-a            pic x(02).
          02 filler                    pic x(01) value "-".
          02 det-t-funcao-b            pic x(02).
          02 filler                    pic x(02) value spaces.
          02 det-t-descricao           pic x(40).
          02 filler                    pic x(02) value spaces.
          02 det-t-valor               pic zz.zzz.zzz.zz9,99.
      *
       01 tot-u.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(30) value
             "Usuarios com conflito .......:".
          02 tot-u-qtd                 pic zzzz9.
      *
       01 tot-t.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(30) value
             "Documentos com conflito .....:".
          02 tot-t-qtd                 pic zzzz9.
      *
       01 lin-visto-1.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(15) value "Revisado por: ".
          02 filler                    pic x(40) value all "_".
          02 filler                    pic x(10) value "   Data: ".
          02 filler                    pic x(10) value "___/___/__".
      *
       01 lin-visto-2.
          02 filler                    pic x(17) value spaces.
          02 filler                    pic x(40) value
             "          Supervisor".
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
          02 line 05 column 36 foreground-color 06 background-color 01
             highlight value "Segregacao de Funcoes".
          02 line 07 column 06 foreground-color 06 background-color 01
             highlight value "Funcao (R/P/U/T).....:".
      *
       01 tela-02.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Funcao 1.............:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Funcao 2.............:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Descricao............:".
          02 line 13 column 06 foreground-color 07 background-color 01
             value "RI inclui a pagar    RA aprova    RB baixa a pagar".
          02 line 14 column 06 foreground-color 07 background-color 01
             value "CI inclui a receber  CB baixa a receber".
          02 line 15 column 06 foreground-color 07 background-color 01
             value "CX lanca caixa       US cadastra usuarios".
      *
       01 tela-03.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Usuario..............:".
          02 line 10 column 06 foreground-color 06 background-color 01
             highlight value "Inclui a pagar (RI)..:".
          02 line 11 column 06 foreground-color 06 background-color 01
             highlight value "Aprova (RA)..........:".
          02 line 12 column 06 foreground-color 06 background-color 01
             highlight value "Baixa a pagar (RB)...:".
          02 line 13 column 06 foreground-color 06 background-color 01
             highlight value "Inclui receber (CI)..:".
          02 line 14 column 06 foreground-color 06 background-color 01
             highlight value "Baixa receber (CB)...:".
          02 line 15 column 06 foreground-color 06 background-color 01
             highlight value "Lanca caixa (CX).....:".
          02 line 16 column 06 foreground-color 06 background-color 01
             highlight value "Usuarios (US)........:".
          02 line 18 column 06 foreground-color 07 background-color 01
             value "S concede  N nao concede - RA tambem pelo limite".
          02 line 19 column 06 foreground-color 07 background-color 01
             value "de aprovacao, US pela prioridade de supervisor".
      *
       01 tela-04.
          02 line 08 column 06 foreground-color 07 background-color 01
             value "Usuarios cujo perfil concede as duas funcoes de".
          02 line 09 column 06 foreground-color 07 background-color 01
             value "uma regra de conflito (tabela tipo 59)".
      *
       01 tela-05.
          02 line 08 column 06 foreground-color 06 background-color 01
             highlight value "Data inicial.........:".
          02 line 09 column 06 foreground-color 06 background-color 01
             highlight value "Data final...........:".
      *
       01 tela-limpa-02.
          02 line 08 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 09 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 10 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 11 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 12 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 13 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 14 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 15 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 16 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 17 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 18 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 19 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
          02 line 20 column 06 foreground-color 01 background-color 01
             pic x(68) from spaces.
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
           move 03 to box-lin.
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
           perform sec-selecao.
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
       rot-le-prox-usr.
           move 0 to erro.
           read arqusr next record at end move 1 to erro.
           if usr-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-usr
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
       rot-open-re01.
           move 0 to erro.
           if re01-stat = "F"
              open input arqre01
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
       rot-le-re01.
           move 0 to erro.
           read arqre01 invalid key move 1 to erro.
           if re01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-re01
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
       rot-open-av01.
           move 0 to erro.
           if av01-stat = "F"
              open input arqav01
              if av01-status not = "00"
                 move
                 " Erro de abertura no ARQAV01A.DAT - Tecle <Enter>" to
                 mensagem
                 display tela-erro
                 perform rot-keypress
                 display tela-limpa
                 move 1 to erro
              else
                 move "A" to av01-stat
              end-if
           end-if.
      *
       rot-close-av01.
           if av01-stat = "A"
              close arqav01
              move "F" to av01-stat
           end-if.
      *
       rot-le-prox-av01.
           move 0 to erro.
           read arqav01 next record at end move 1 to erro.
           if av01-status = "9D"
              move 0 to erro
              call "C_Wait" using by value campo-wait
              go to rot-le-prox-av01
           end-if.
      *
       rot-open-cx01.
           move 0 to erro.
           if cx01-stat = "F"
              open input arqcx01
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
           if funcao = "U"
              write reg-imp from cab-posicao after 1 line
           else
              write reg-imp from cab-periodo after 1 line
           end-if.
           write reg-imp from spaces after 1 line.
           write reg-imp from tracos after 1 line.
           if funcao = "U"
              write reg-imp from cab-tit-u after 1 line
           else
              write reg-imp from cab-tit-t after 1 line
           end-if.
           write reg-imp from tracos after 1 line.
      *
       rot-erro-cad.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       display-erro-usr.
           move " Usuario sem prioridade para esta funcao - Tecle <Enter
      -    ">" to mensagem.
           perform rot-erro-cad.
      *
      *    Posicao (1 a 7) da funcao cod-aux em usr-funcoes; zero
      *    quando o codigo nao e de funcao
      *
       rot-pos-funcao.
           move 0 to pos-aux.
           perform rot-pos-funcao-1 thru rot-pos-funcao-1-fim
                   varying ind-f from 1 by 1 until ind-f > 7.
      *
       rot-pos-funcao-1.
           if fc-cod(ind-f) = cod-aux
              move ind-f to pos-aux
           end-if.
       rot-pos-funcao-1-fim.
           exit.
      *
      *    Carrega as regras da tabela tipo 59 (ate 40); codigo
      *    com funcao invalida e ignorado
      *
       rot-carrega-regras.
           move 0 to qtd-regras.
           move "59" to tabl-tipo.
           move spaces to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-carrega-regras-fim
           end-if.
       rot-carrega-regras-1.
           perform rot-le-prox-tabl.
           if erro not = 0
              move 0 to erro
              go to rot-carrega-regras-fim
           end-if.
           if tabl-tipo not = "59" or qtd-regras = 40
              go to rot-carrega-regras-fim
           end-if.
           move tabl-codigo to codigo-regra.
           move cr-funcao-a to cod-aux.
           perform rot-pos-funcao.
           if pos-aux = 0
              go to rot-carrega-regras-1
           end-if.
           add 1 to qtd-regras.
           move cr-funcao-a to rg-funcao-a(qtd-regras).
           move pos-aux to rg-pos-a(qtd-regras).
           move cr-funcao-b to cod-aux.
           perform rot-pos-funcao.
           if pos-aux = 0
              subtract 1 from qtd-regras
              go to rot-carrega-regras-1
           end-if.
           move cr-funcao-b to rg-funcao-b(qtd-regras).
           move pos-aux to rg-pos-b(qtd-regras).
           move tabl-descricao to rg-descricao(qtd-regras).
           go to rot-carrega-regras-1.
       rot-carrega-regras-fim.
           exit.
      *
      *    Procura a regra do par funcao-a/funcao-b (em qualquer
      *    ordem); flag-regra "S" e ind-regra quando existe
      *
       rot-busca-regra.
           move "N" to flag-regra.
           move 0 to ind-regra.
           perform rot-busca-regra-1 thru rot-busca-regra-1-fim
                   varying ind from 1 by 1 until ind > qtd-regras.
      *
       rot-busca-regra-1.
           if flag-regra = "S"
              go to rot-busca-regra-1-fim
           end-if.
           if (rg-funcao-a(ind) = funcao-a and
               rg-funcao-b(ind) = funcao-b) or
              (rg-funcao-a(ind) = funcao-b and
               rg-funcao-b(ind) = funcao-a)
              move "S" to flag-regra
              move ind to ind-regra
           end-if.
       rot-busca-regra-1-fim.
           exit.
      *
      *    Grava uma regra padrao (codigo-regra / desc-regra)
      *
       rot-grava-regra.
           move "59" to tabl-tipo tabl-tipo-1.
           move codigo-regra to tabl-codigo.
           move desc-regra to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           write reg-tabl invalid key
                 move 1 to erro
           end-write.
      *
      *    Regras sugeridas quando a tabela tipo 59 esta vazia
      *
       rot-regras-padrao.
           move "RIRA " to codigo-regra.
           move "INCLUIR E APROVAR O MESMO TITULO A PAGAR" to
                desc-regra.
           perform rot-grava-regra.
           move "RIRB " to codigo-regra.
           move "INCLUIR E BAIXAR O MESMO TITULO A PAGAR" to
                desc-regra.
           perform rot-grava-regra.
           move "RARB " to codigo-regra.
           move "APROVAR E BAIXAR O MESMO TITULO A PAGAR" to
                desc-regra.
           perform rot-grava-regra.
           move "CICB " to codigo-regra.
           move "INCLUIR E BAIXAR O MESMO TIT. A RECEBER" to
                desc-regra.
           perform rot-grava-regra.
           move "CBCX " to codigo-regra.
           move "BAIXAR RECEBIMENTOS E LANCAR O CAIXA" to desc-regra.
           perform rot-grava-regra.
           move "USRA " to codigo-regra.
           move "CADASTRAR USUARIOS E APROVAR PAGAMENTOS" to
                desc-regra.
           perform rot-grava-regra.
           move spaces to codigo-regra desc-regra.
      *
      *    Funcoes efetivamente concedidas ao usuario lido: perfil
      *    em branco concede todas; limite de aprovacao concede RA
      *    e prioridade de supervisor concede US
      *
       rot-concede.
           move spaces to det-u-indef.
           if usr-funcoes = spaces or low-values
              move "SSSSSSS" to concede-x
              move "(*)" to det-u-indef
           else
              move usr-funcoes(1:7) to concede-x
           end-if.
           if usr-limite-re numeric
              if usr-limite-re > 0
                 move "S" to cc-flag(2)
              end-if
           end-if.
           if usr-prioridade not < 8
              move "S" to cc-flag(7)
           end-if.
      *
       copy rotgen.lib.
      *
      ************************
      *                      *
      *  Selecao da funcao   *
      *                      *
      ************************
      *
       sec-selecao section.
      *
       lab-sele-01.
           move spaces to funcao.
           perform lmp-funcao.
           perform acc-funcao.
           if escape-key = 1
              go to lab-sele-fim
           end-if.
           move funcao to txt.
           perform rot-texto.
           move txt to funcao.
           if funcao not = "R" and "P" and "U" and "T"
              go to lab-sele-01
           end-if.
           perform dsp-funcao.
           if (funcao = "R" or "P") and param-prioridade < 8
              perform display-erro-usr
              go to lab-sele-01
           end-if.
           evaluate funcao
                    when "R"
                         display tela-02
                         perform sec-regras
                    when "P"
                         display tela-03
                         perform sec-perfil
                    when "U"
                         display tela-04
                         perform sec-usuarios
                    when "T"
                         display tela-05
                         perform sec-transacoes
           end-evaluate.
           display tela-limpa-02.
           go to lab-sele-01.
      *
       lab-sele-fim.
           perform lmp-funcao.
           exit.
      *
      ************************
      *                      *
      *  Regras              *
      *                      *
      ************************
      *
       sec-regras section.
      *
       lab-reg-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-reg-fim
           end-if.
           perform rot-carrega-regras thru rot-carrega-regras-fim.
           if qtd-regras not = 0
              go to lab-reg-01
           end-if.
      *
       lab-reg-00a.
           move "Sem regras - gerar as regras padrao (S) (N) ?" to
                mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1 or resposta = "N"
              go to lab-reg-01
           end-if.
           if resposta not = "S"
              go to lab-reg-00a
           end-if.
           perform rot-regras-padrao.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
      *
       lab-reg-01.
           perform lmp-funcao-a thru lmp-desc-regra.
           move spaces to funcao-a funcao-b desc-regra.
           perform acc-funcao-a.
           if escape-key = 1
              go to lab-reg-fim
           end-if.
           move funcao-a to txt.
           perform rot-texto.
           move txt to funcao-a.
           move funcao-a to cod-aux.
           perform rot-pos-funcao.
           if pos-aux = 0
              move " Funcao invalida - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-reg-01
           end-if.
           perform dsp-funcao-a.
      *
       lab-reg-02.
           perform acc-funcao-b.
           if escape-key = 1
              go to lab-reg-01
           end-if.
           move funcao-b to txt.
           perform rot-texto.
           move txt to funcao-b.
           move funcao-b to cod-aux.
           perform rot-pos-funcao.
           if pos-aux = 0 or funcao-b = funcao-a
              move " Funcao invalida - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-reg-02
           end-if.
           perform dsp-funcao-b.
      *
      *    A regra vale nos dois sentidos: procura A+B e depois B+A
      *
           move "S" to flag-novo.
           move spaces to desc-regra.
           move "59" to tabl-tipo.
           move funcao-a to cr-funcao-a.
           move funcao-b to cr-funcao-b.
           move codigo-regra to tabl-codigo.
           perform rot-le-tabl.
           if erro not = 0
              move funcao-b to cr-funcao-a
              move funcao-a to cr-funcao-b
              move codigo-regra to tabl-codigo
              perform rot-le-tabl
           end-if.
           if erro = 0
              move "N" to flag-novo
              move tabl-descricao to desc-regra
           else
              move 0 to erro
              move funcao-a to cr-funcao-a
              move funcao-b to cr-funcao-b
           end-if.
      *
       lab-reg-03.
           perform acc-desc-regra.
           if escape-key = 1
              go to lab-reg-02
           end-if.
           move desc-regra to txt.
           perform rot-texto.
           move txt to desc-regra.
           if desc-regra = spaces
              go to lab-reg-03
           end-if.
      *
       lab-reg-04.
           if flag-novo = "S"
              move "Confirma (S) (N) ?" to mensagem
           else
              move "Confirma (S) (N) ou (E)xclui ?" to mensagem
           end-if.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-reg-03
           end-if.
           if resposta = "N"
              go to lab-reg-01
           end-if.
           if resposta = "E" and flag-novo = "N"
              go to lab-reg-05
           end-if.
           if resposta not = "S"
              go to lab-reg-04
           end-if.
           move "59" to tabl-tipo tabl-tipo-1.
           move codigo-regra to tabl-codigo.
           move desc-regra to tabl-descricao tabl-descricao-1.
           move param-usr to tabl-usr.
           move param-data to tabl-data.
           move spaces to tabl-resto.
           if flag-novo = "S"
              write reg-tabl invalid key
                    move 1 to erro
              end-write
           else
              rewrite reg-tabl invalid key
                      move 1 to erro
              end-rewrite
           end-if.
           if erro not = 0
              move 0 to erro
              move " Erro de gravacao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-reg-01.
      *
       lab-reg-05.
           move "59" to tabl-tipo.
           move codigo-regra to tabl-codigo.
           delete arqtabl invalid key
                  move 1 to erro
           end-delete.
           if erro not = 0
              move 0 to erro
              move " Erro de exclusao - ARQTABLA.DAT - Tecle <Enter>"
                   to mensagem
              perform rot-erro-cad
           end-if.
           go to lab-reg-01.
      *
       lab-reg-fim.
           perform rot-close-tabl.
           perform lmp-funcao-a thru lmp-desc-regra.
           exit.
      *
      ************************
      *                      *
      *  Perfil do usuario   *
      *                      *
      ************************
      *
       sec-perfil section.
      *
       lab-per-00.
           perform rot-open-usr.
           if erro not = 0
              go to lab-per-fim
           end-if.
      *
       lab-per-01.
           move spaces to usuario.
           perform lmp-usuario.
           perform lmp-perfil.
           perform acc-usuario.
           if escape-key = 1
              go to lab-per-fim
           end-if.
           move usuario to txt.
           perform rot-texto.
           move txt to usuario.
           if usuario = spaces
              go to lab-per-01
           end-if.
           if usuario = param-usr
              move " Perfil do proprio usuario nao se altera - Tecle <En
      -    "ter>" to mensagem
              perform rot-erro-cad
              go to lab-per-01
           end-if.
           move usuario to usr-usuario.
           perform rot-le-usr.
           if erro not = 0
              move 0 to erro
              move " Usuario nao cadastrado - Tecle <Enter>" to mensagem
              perform rot-erro-cad
              go to lab-per-01
           end-if.
           if usr-funcoes = spaces or low-values
              move "SSSSSSS" to perfil-x
           else
              move usr-funcoes(1:7) to perfil-x
           end-if.
           perform dsp-perfil.
           move 1 to ind.
      *
       lab-per-02.
           compute linha-tela = ind + 9.
           perform acc-flag.
           if escape-key = 1
              if ind = 1
                 go to lab-per-01
              end-if
              subtract 1 from ind
              go to lab-per-02
           end-if.
           move pf-flag(ind) to txt.
           perform rot-texto.
           move txt to pf-flag(ind).
           if pf-flag(ind) not = "S" and "N"
              go to lab-per-02
           end-if.
           add 1 to ind.
           if ind < 8
              go to lab-per-02
           end-if.
      *
       lab-per-03.
           move "Confirma (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              move 7 to ind
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
           move usuario to usr-usuario.
           read arqusr with kept lock invalid key
                move 1 to erro
           end-read.
           if erro = 0
              move perfil-x to usr-funcoes
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
           go to lab-per-01.
      *
       lab-per-fim.
           perform rot-close-usr.
           perform lmp-usuario.
           perform lmp-perfil.
           exit.
      *
      ************************
      *                      *
      *  Usuarios em conflito *
      *                      *
      ************************
      *
       sec-usuarios section.
      *
       lab-usu-00.
           perform rot-open-usr.
           if erro not = 0
              go to lab-usu-fim
           end-if.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-usu-fim
           end-if.
           perform rot-carrega-regras thru rot-carrega-regras-fim.
           if qtd-regras = 0
              move " Nenhuma regra de conflito cadastrada - Tecle <Enter
      -       ">" to mensagem
              perform rot-erro-cad
              go to lab-usu-fim
           end-if.
      *
       lab-usu-01.
           move "Imprimir (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1 or resposta = "N"
              go to lab-usu-fim
           end-if.
           if resposta not = "S"
              go to lab-usu-01
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-usu-fim
           end-if.
           move "Usuarios com Funcoes Conflitantes" to cab-titulo.
           move 0 to pagina qtd-usr.
           perform rot-cabec.
           move spaces to usr-usuario.
           start arqusr key is not less usr-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to lab-usu-03
           end-if.
      *
       lab-usu-02.
           perform rot-le-prox-usr.
           if erro not = 0
              move 0 to erro
              go to lab-usu-03
           end-if.
           if usr-bloqueado = "S"
              go to lab-usu-02
           end-if.
           perform rot-concede.
           move "N" to flag-usr.
           perform rot-confere-usr thru rot-confere-usr-fim
                   varying ind from 1 by 1 until ind > qtd-regras.
           if flag-usr = "S"
              add 1 to qtd-usr
           end-if.
           go to lab-usu-02.
      *
       lab-usu-03.
           move qtd-usr to tot-u-qtd.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-u after 1 line.
           write reg-imp from spaces after 2 lines.
           write reg-imp from lin-visto-1 after 2 lines.
           write reg-imp from lin-visto-2 after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-usu-fim.
      *
      *    Uma linha por regra cujas duas funcoes o usuario tem
      *
       rot-confere-usr.
           if cc-flag(rg-pos-a(ind)) not = "S" or
              cc-flag(rg-pos-b(ind)) not = "S"
              go to rot-confere-usr-fim
           end-if.
           if linha > 56
              perform rot-cabec
           end-if.
           move usr-usuario to det-u-usuario.
           move usr-prioridade to det-u-prioridade.
           move concede-x to det-u-perfil.
           move rg-funcao-a(ind) to det-u-funcao-a.
           move rg-funcao-b(ind) to det-u-funcao-b.
           move rg-descricao(ind) to det-u-descricao.
           write reg-imp from det-u after 1 line.
           add 1 to linha.
           move "S" to flag-usr.
       rot-confere-usr-fim.
           exit.
      *
       lab-usu-fim.
           perform rot-close-imp.
           perform rot-close-tabl.
           perform rot-close-usr.
           exit.
      *
      ************************
      *                      *
      *  Transacoes          *
      *                      *
      ************************
      *
       sec-transacoes section.
      *
       lab-tra-00.
           perform rot-open-tabl.
           if erro not = 0
              go to lab-tra-fim
           end-if.
           perform rot-open-re01.
           if erro not = 0
              go to lab-tra-fim
           end-if.
           perform rot-open-be01.
           if erro not = 0
              go to lab-tra-fim
           end-if.
           perform rot-open-bx01.
           if erro not = 0
              go to lab-tra-fim
           end-if.
           perform rot-open-av01.
           if erro not = 0
              go to lab-tra-fim
           end-if.
           perform rot-open-cx01.
           if erro not = 0
              go to lab-tra-fim
           end-if.
           perform rot-carrega-regras thru rot-carrega-regras-fim.
           if qtd-regras = 0
              move " Nenhuma regra de conflito cadastrada - Tecle <Enter
      -       ">" to mensagem
              perform rot-erro-cad
              go to lab-tra-fim
           end-if.
      *
       lab-tra-01.
           perform acc-data-ini thru acc-data-ini-fim.
           if escape-key = 1
              go to lab-tra-fim
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-tra-01
           end-if.
           move dias-corr to data-ini.
      *
       lab-tra-02.
           perform acc-data-fim thru acc-data-fim-fim.
           if escape-key = 1
              go to lab-tra-01
           end-if.
           move 2 to opcao-data.
           perform rot-data.
           if erro not = 0
              move 0 to erro
              go to lab-tra-02
           end-if.
           move dias-corr to data-fim.
           if data-fim < data-ini
              go to lab-tra-02
           end-if.
      *
       lab-tra-03.
           move "Imprimir (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           display tela-limpa-cad.
           if escape-key = 1
              go to lab-tra-02
           end-if.
           if resposta = "N"
              go to lab-tra-01
           end-if.
           if resposta not = "S"
              go to lab-tra-03
           end-if.
           perform rot-open-imp.
           if erro not = 0
              move 0 to erro
              go to lab-tra-01
           end-if.
           move "Conflitos de Funcoes nas Transacoes" to cab-titulo.
           move data-ini to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-data-ini.
           move data-fim to dias-corr.
           perform rot-data.
           move data-disp to cab-data-fim.
           move 0 to pagina qtd-conflito.
           perform rot-cabec.
           perform rot-pagar thru rot-pagar-fim.
           perform rot-aprovados thru rot-aprovados-fim.
           perform rot-receber thru rot-receber-fim.
           perform rot-caixa thru rot-caixa-fim.
           move qtd-conflito to tot-t-qtd.
           write reg-imp from tracos after 1 line.
           write reg-imp from tot-t after 1 line.
           write reg-imp from spaces after 2 lines.
           write reg-imp from lin-visto-1 after 2 lines.
           write reg-imp from lin-visto-2 after 1 line.
           write reg-imp from spaces after page.
           perform rot-close-imp.
           move "Impressao concluida - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
           display tela-limpa-cad.
           go to lab-tra-01.
      *
      *    Titulos pagos no periodo (ARQBE01, sem estornos): quem
      *    incluiu, quem aprovou (ARQAV01) e quem baixou
      *
       rot-pagar.
           move 0 to be01-baixa.
           start arqbe01 key is not less be01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-pagar-fim
           end-if.
       rot-pagar-1.
           perform rot-le-prox-be01.
           if erro not = 0
              move 0 to erro
              go to rot-pagar-fim
           end-if.
           if be01-controle = high-values
              go to rot-pagar-fim
           end-if.
           if be01-data < data-ini or be01-data > data-fim
              go to rot-pagar-1
           end-if.
           if be01-situacao = "E" or "R"
              go to rot-pagar-1
           end-if.
           move "PAGAR" to rel-origem.
           move be01-documento to rel-documento.
           move be01-data to rel-data.
           move be01-valor-pago to rel-valor.
           move be01-usuario-inc to rel-usuario-inc.
           if rel-usuario-inc not = spaces and
              rel-usuario-inc = be01-usuario
              move "RI" to funcao-a
              move "RB" to funcao-b
              move be01-usuario to rel-usuario
              perform rot-conflito
           end-if.
           move "RE" to av01-tipo.
           move be01-documento to av01-documento.
           move 0 to av01-seq.
           start arqav01 key is not less av01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-pagar-1
           end-if.
       rot-pagar-2.
           perform rot-le-prox-av01.
           if erro not = 0
              move 0 to erro
              go to rot-pagar-1
           end-if.
           if av01-tipo not = "RE" or
              av01-documento not = be01-documento
              go to rot-pagar-1
           end-if.
           if av01-data > be01-data
              go to rot-pagar-2
           end-if.
           move "APROVAC." to rel-origem.
           if rel-usuario-inc not = spaces and
              av01-usuario = rel-usuario-inc
              move "RI" to funcao-a
              move "RA" to funcao-b
              move av01-usuario to rel-usuario
              perform rot-conflito
           end-if.
           if av01-usuario = be01-usuario
              move "RA" to funcao-a
              move "RB" to funcao-b
              move av01-usuario to rel-usuario
              perform rot-conflito
           end-if.
           go to rot-pagar-2.
       rot-pagar-fim.
           exit.
      *
      *    Aprovacoes do periodo de titulos ainda em aberto
      *    (ARQRE01): quem incluiu e quem aprovou
      *
       rot-aprovados.
           move "RE" to av01-tipo.
           move spaces to av01-documento.
           move 0 to av01-seq.
           start arqav01 key is not less av01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-aprovados-fim
           end-if.
       rot-aprovados-1.
           perform rot-le-prox-av01.
           if erro not = 0
              move 0 to erro
              go to rot-aprovados-fim
           end-if.
           if av01-tipo not = "RE"
              go to rot-aprovados-fim
           end-if.
           if av01-data < data-ini or av01-data > data-fim
              go to rot-aprovados-1
           end-if.
           move av01-documento to re01-documento.
           perform rot-le-re01.
           if erro not = 0
              move 0 to erro
              go to rot-aprovados-1
           end-if.
           if re01-usuario = spaces or re01-usuario not = av01-usuario
              go to rot-aprovados-1
           end-if.
           move "APROVAC." to rel-origem.
           move av01-documento to rel-documento.
           move av01-data to rel-data.
           move av01-valor to rel-valor.
           move av01-usuario to rel-usuario.
           move "RI" to funcao-a.
           move "RA" to funcao-b.
           perform rot-conflito.
           go to rot-aprovados-1.
       rot-aprovados-fim.
           exit.
      *
      *    Titulos recebidos no periodo (ARQBX01, sem estornos):
      *    quem incluiu e quem baixou
      *
       rot-receber.
           move 0 to bx01-baixa.
           start arqbx01 key is not less bx01-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-receber-fim
           end-if.
       rot-receber-1.
           perform rot-le-prox-bx01.
           if erro not = 0
              move 0 to erro
              go to rot-receber-fim
           end-if.
           if bx01-controle = high-values
              go to rot-receber-fim
           end-if.
           if bx01-data < data-ini or bx01-data > data-fim
              go to rot-receber-1
           end-if.
           if bx01-situacao = "E" or "R"
              go to rot-receber-1
           end-if.
           if bx01-usuario-inc = spaces or
              bx01-usuario-inc not = bx01-usuario
              go to rot-receber-1
           end-if.
           move "RECEBER" to rel-origem.
           move bx01-documento to rel-documento.
           move bx01-data to rel-data.
           move bx01-valor-pago to rel-valor.
           move bx01-usuario to rel-usuario.
           move "CI" to funcao-a.
           move "CB" to funcao-b.
           perform rot-conflito.
           go to rot-receber-1.
       rot-receber-fim.
           exit.
      *
      *    Lancamentos de caixa do periodo feitos por quem baixou
      *    recebimento no mesmo dia (ARQBX01 pela liquidacao)
      *
       rot-caixa.
           move "CB" to funcao-a.
           move "CX" to funcao-b.
           perform rot-busca-regra.
           if flag-regra not = "S"
              go to rot-caixa-fim
           end-if.
           move data-ini to cx01-data-mov.
           start arqcx01 key is not less cx01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-caixa-fim
           end-if.
       rot-caixa-1.
           perform rot-le-prox-cx01.
           if erro not = 0
              move 0 to erro
              go to rot-caixa-fim
           end-if.
           if cx01-controle = high-values
              go to rot-caixa-1
           end-if.
           if cx01-data-mov > data-fim
              go to rot-caixa-fim
           end-if.
           if cx01-tipo = "F"
              go to rot-caixa-1
           end-if.
           move cx01-data-mov to bx01-liquidacao.
           start arqbx01 key is not less bx01-chave-2 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              move 0 to erro
              go to rot-caixa-1
           end-if.
       rot-caixa-2.
           perform rot-le-prox-bx01.
           if erro not = 0
              move 0 to erro
              go to rot-caixa-1
           end-if.
           if bx01-controle = high-values
              go to rot-caixa-2
           end-if.
           if bx01-liquidacao not = cx01-data-mov
              go to rot-caixa-1
           end-if.
           if bx01-situacao = "E" or "R" or
              bx01-usuario not = cx01-usuario
              go to rot-caixa-2
           end-if.
           move "CAIXA" to rel-origem.
           move cx01-lancamento to rel-documento.
           move cx01-data-mov to rel-data.
           move cx01-valor to rel-valor.
           move cx01-usuario to rel-usuario.
           move "CB" to funcao-a.
           move "CX" to funcao-b.
           perform rot-conflito.
           go to rot-caixa-1.
       rot-caixa-fim.
           exit.
      *
      *    Imprime o conflito funcao-a/funcao-b quando ha regra
      *
       rot-conflito.
           perform rot-busca-regra.
           if flag-regra = "S"
              if linha > 56
                 perform rot-cabec
              end-if
              move rel-origem to det-t-origem
              move rel-documento to det-t-documento
              move rel-data to dias-corr
              move 1 to opcao-data
              perform rot-data
              move data-disp to det-t-data
              move rel-usuario to det-t-usuario
              move rg-funcao-a(ind-regra) to det-t-funcao-a
              move rg-funcao-b(ind-regra) to det-t-funcao-b
              move rg-descricao(ind-regra) to det-t-descricao
              move rel-valor to det-t-valor
              write reg-imp from det-t after 1 line
              add 1 to linha
              add 1 to qtd-conflito
           end-if.
      *
       lab-tra-fim.
           perform rot-close-imp.
           perform rot-close-cx01.
           perform rot-close-av01.
           perform rot-close-bx01.
           perform rot-close-be01.
           perform rot-close-re01.
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
           accept resposta at 2240 with auto foreground-color 01
                                             background-color 01.
           accept escape-key from escape.
           move resposta to txt.
           perform rot-texto.
           move txt to resposta.
      *
      *  Sequencia para dar Accept
      *
       acc-funcao.
           accept funcao at 0729 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-funcao-a.
           accept funcao-a at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-funcao-b.
           accept funcao-b at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-desc-regra.
           accept desc-regra at 1029 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-usuario.
           accept usuario at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-flag.
           accept pf-flag(ind) at line linha-tela column 29 with auto
                  update prompt foreground-color 15 background-color 01.
           accept escape-key from escape.
           exit.
      *
       acc-data-ini.
           accept dia-euro at 0829 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-ini-fim
           end-if.
           accept mes-euro at 0832 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-ini-fim
           end-if.
           accept ano-euro at 0835 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-ini-fim.
           exit.
      *
       acc-data-fim.
           accept dia-euro at 0929 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-fim-fim
           end-if.
           accept mes-euro at 0932 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
           if escape-key = 1
              go to acc-data-fim-fim
           end-if.
           accept ano-euro at 0935 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
       acc-data-fim-fim.
           exit.
      *
      *  Sequencia para dar display
      *
       dsp-funcao.
           display funcao at 0729 with foreground-color 15
                   background-color 01.
      *
       dsp-funcao-a.
           display funcao-a at 0829 with foreground-color 15
                   background-color 01.
      *
       dsp-funcao-b.
           display funcao-b at 0929 with foreground-color 15
                   background-color 01.
      *
       dsp-perfil.
           perform dsp-flag thru dsp-flag-fim
                   varying ind from 1 by 1 until ind > 7.
      *
       dsp-flag.
           compute linha-tela = ind + 9.
           display pf-flag(ind) at line linha-tela column 29 with
                   foreground-color 15 background-color 01.
       dsp-flag-fim.
           exit.
      *
      *  Sequencia para limpar
      *
       lmp-funcao.
           display limpa at 0729 with foreground-color 15
                   background-color 01.
      *
       lmp-funcao-a.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-funcao-b.
           display limpa-10 at 0929 with foreground-color 15
                   background-color 01.
      *
       lmp-desc-regra.
           display limpa at 1029 with foreground-color 15
                   background-color 01.
      *
       lmp-usuario.
           display limpa-10 at 0829 with foreground-color 15
                   background-color 01.
      *
       lmp-perfil.
           move spaces to perfil-x.
           perform dsp-perfil.
