      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTENT01     *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina de entidades (associacao, instituto ...) com CNPJ   *
      *  proprio na mesma instalacao:                               *
      *                                                             *
      *  opcao "O" - entidade dona da operacao (tabela tipo 55,     *
      *              resto(1:1)); operacao sem registro e da        *
      *              entidade 1 (associacao);                       *
      *  opcao "N" - dados da entidade (tabela tipo 54: razao       *
      *              social, CNPJ e codigo no cadastro geral);      *
      *  opcao "U" - o usuario pode trabalhar com a entidade?       *
      *              (usr-entidades no ARQUSR; supervisor, com      *
      *              prioridade 8 ou mais, trabalha com todas);     *
      *  opcao "F" - fecha os arquivos.                             *
      *                                                             *
      *  Nas opcoes O/N/U volta tambem o nome da entidade e         *
      *  ent-par-ok "S" quando a entidade existe (a 1 existe        *
      *  sempre) e, na "U", quando o usuario tem acesso a ela.      *
      *  ARQTABL e ARQUSR ficam abertos entre chamadas p/ uso em    *
      *  lote.                                                      *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rotent01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqtabl assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status.
      *
           select arqusr assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is usr-chave
                  file status is usr-status.
      *
       data division.
       file section.
      *
       copy fdtabl.lib.
      *
       copy fdusr.lib.
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
       01 erro                         pic 9(01) value 0.
      *
       linkage section.
      *
       01 campo-entidade.
          02 ent-par-opcao             pic x(01).
          02 ent-par-operacao          pic 9(03).
          02 ent-par-usr               pic x(10).
          02 ent-par-prioridade        pic 9(01).
          02 ent-par-entidade          pic 9(01).
          02 ent-par-nome              pic x(40).
          02 ent-par-cnpj              pic x(14).
          02 ent-par-codigo            pic 9(05).
          02 ent-par-ok                pic x(01).
      *
       procedure division using campo-entidade.
      *
       inicio.
           if ent-par-opcao = "F"
              perform rot-fecha
              go to fim-rotent01
           end-if.
           move "N" to ent-par-ok.
           if tabl-stat not = "A"
              open input arqtabl
              if tabl-status not = "00"
                 go to fim-rotent01
              end-if
              move "A" to tabl-stat
           end-if.
           if ent-par-opcao = "O"
              perform rot-entidade-operacao
           end-if.
           if ent-par-entidade = 0
              move 1 to ent-par-entidade
           end-if.
           perform rot-dados-entidade thru rot-dados-entidade-fim.
           if ent-par-ok not = "S" or ent-par-opcao not = "U"
              go to fim-rotent01
           end-if.
      *
      *    Acesso do usuario a entidade
      *
           if ent-par-prioridade not < 8
              go to fim-rotent01
           end-if.
           move "N" to ent-par-ok.
           if usr-stat not = "A"
              open input arqusr
              if usr-status not = "00"
                 go to fim-rotent01
              end-if
              move "A" to usr-stat
           end-if.
           move ent-par-usr to usr-usuario.
           move 0 to erro.
           read arqusr invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              go to fim-rotent01
           end-if.
           if usr-entidades(ent-par-entidade:1) = "S"
              move "S" to ent-par-ok
           end-if.
      *
       fim-rotent01.
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
      *    Tabela tipo 55: codigo = operacao, resto(1:1) = entidade
      *
       rot-entidade-operacao.
           move 1 to ent-par-entidade.
           move "55" to tabl-tipo.
           move spaces to tabl-codigo.
           move ent-par-operacao to tabl-codigo(1:3).
           move 0 to erro.
           read arqtabl invalid key
                move 1 to erro
           end-read.
           if erro = 0
              if tabl-resto(1:1) numeric and tabl-resto(1:1) not = "0"
                 move tabl-resto(1:1) to ent-par-entidade
              end-if
           end-if.
      *
      *    Tabela tipo 54: codigo = entidade, descricao = razao
      *    social, resto(1:14) CNPJ, resto(15:5) codigo no ARQCD01
      *
       rot-dados-entidade.
           move spaces to ent-par-nome ent-par-cnpj.
           move 0 to ent-par-codigo.
           move "54" to tabl-tipo.
           move spaces to tabl-codigo.
           move "00" to tabl-codigo(1:2).
           move ent-par-entidade to tabl-codigo(3:1).
           move 0 to erro.
           read arqtabl invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              if ent-par-entidade = 1
                 move "S" to ent-par-ok
              end-if
              go to rot-dados-entidade-fim
           end-if.
           move "S" to ent-par-ok.
           move tabl-descricao to ent-par-nome.
           move tabl-resto(1:14) to ent-par-cnpj.
           if tabl-resto(15:5) numeric
              move tabl-resto(15:5) to ent-par-codigo
           end-if.
       rot-dados-entidade-fim.
           exit.
      *
       rot-fecha.
           if tabl-stat = "A"
              close arqtabl
              move "F" to tabl-stat
           end-if.
           if usr-stat = "A"
              close arqusr
              move "F" to usr-stat
           end-if.
