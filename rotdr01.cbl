      ***************************************************************
      *                                                             *
      *  E P S - S O F T                          :::  ROTDR01      *
      *                                                             *
      *-------------------------------------------------------------*
      *                                                             *
      *  Rotina de enquadramento do associado na faixa de           *
      *  contribuicao: opcao "C" devolve a faixa e o valor mensal   *
      *  do associado no exercicio vigente da campanha de           *
      *  declaracao (tabela 37, codigo 00001) - faixa declarada     *
      *  (ARQDR01) ou, na falta, a faixa padrao da tabela 36.       *
      *  Opcao "M" faz o mesmo e, p/ quem nao declarou, marca o     *
      *  associado como pendente no exercicio (relacao de           *
      *  pendentes do pgdr01). Os arquivos ficam abertos entre      *
      *  chamadas p/ uso em lote; opcao "F" fecha :                 *
      *                                                             *
      *  Data da ultima alteracao:    15/10/26     v1.00            *
      *                                                             *
      ***************************************************************
      *
       identification division.
       program-id. rotdr01.
       author. Edisom Pires de Souza.
      *
       environment division.
           configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           select arqdr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  with lock on record
                  record key is dr01-chave
                  alternate record key is dr01-chave-1 with duplicates
                  file status is dr01-status.
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
       copy fddr01.lib.
      *
       copy fdtabl.lib.
      *
       working-storage section.
      *
       01 dr01-status                  pic x(02) value "00".
       01 dr01-stat                    pic x(01) value "F".
      *
       01 nome-arq-dr01.
          02 dr01-dir                  pic x(03) value "AB2".
          02 filler                    pic x(01) value "\".
          02 dr01-nome                 pic x(08) value "ARQDR01A".
          02 filler                    pic x(01) value ".".
          02 dr01-ext                  pic x(03) value "DAT".
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
       01 erro                         pic 9(01) value 0.
      *
      *    Exercicio vigente e faixa padrao, carregados na
      *    primeira chamada
      *
       01 exercicio-vig                pic 9(02) value 0.
       01 faixa-padrao                 pic 9(03) value 0.
       01 valor-padrao                 pic 9(07)v9(02) value 0.
       01 flag-carga                   pic x(01) value "N".
      *
       linkage section.
      *
       01 campo-faixa.
          02 dr-par-opcao              pic x(01).
          02 dr-par-codigo             pic 9(05).
          02 dr-par-exercicio          pic 9(02).
          02 dr-par-faixa              pic 9(03).
          02 dr-par-valor              pic 9(07)v9(02).
          02 dr-par-declarou           pic x(01).
          02 dr-par-achou              pic x(01).
          02 dr-par-usuario            pic x(10).
          02 dr-par-data               pic 9(06).
      *
       procedure division using campo-faixa.
      *
       inicio.
           if dr-par-opcao = "F"
              perform rot-fecha
              go to fim-rotdr01
           end-if.
           move 0 to dr-par-exercicio dr-par-faixa dr-par-valor.
           move "N" to dr-par-declarou dr-par-achou.
           if flag-carga not = "S"
              perform rot-carga thru rot-carga-fim
           end-if.
           if flag-carga not = "S"
              go to fim-rotdr01
           end-if.
           move exercicio-vig to dr-par-exercicio.
           move faixa-padrao to dr-par-faixa.
           move valor-padrao to dr-par-valor.
           move "S" to dr-par-achou.
           if dr01-stat not = "A"
              go to fim-rotdr01
           end-if.
           move exercicio-vig to dr01-exercicio.
           move dr-par-codigo to dr01-codigo.
           move 0 to erro.
           read arqdr01 invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              if dr-par-opcao = "M"
                 perform rot-marca-pendente
              end-if
              go to fim-rotdr01
           end-if.
           if dr01-situacao not = "D"
              go to fim-rotdr01
           end-if.
      *
      *    Faixa declarada: valor mensal da tabela 36; se a
      *    faixa foi excluida da tabela, fica a padrao
      *
           move "36" to tabl-tipo.
           move spaces to tabl-codigo.
           move dr01-faixa to tabl-codigo(1:3).
           read arqtabl invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              go to fim-rotdr01
           end-if.
           if tabl-resto(11:9) not numeric
              go to fim-rotdr01
           end-if.
           move dr01-faixa to dr-par-faixa.
           move tabl-resto(11:9) to dr-par-valor.
           move "S" to dr-par-declarou.
      *
       fim-rotdr01.
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
      *    Exercicio vigente: tabela 37, codigo 00001, resto(1:2);
      *    faixa padrao: a faixa da tabela 36 marcada com "S" no
      *    resto(20:1)
      *
       rot-carga.
           open input arqtabl.
           if tabl-status not = "00"
              go to rot-carga-fim
           end-if.
           move "A" to tabl-stat.
           move "37" to tabl-tipo.
           move "00001" to tabl-codigo.
           move 0 to erro.
           read arqtabl invalid key
                move 1 to erro
           end-read.
           if erro not = 0
              go to rot-carga-fim
           end-if.
           if tabl-resto(1:2) not numeric
              go to rot-carga-fim
           end-if.
           move tabl-resto(1:2) to exercicio-vig.
           move "36" to tabl-tipo.
           move low-values to tabl-codigo.
           start arqtabl key is not less tabl-chave invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              go to rot-carga-fim
           end-if.
      *
       rot-carga-01.
           read arqtabl next record at end
                move 1 to erro
           end-read.
           if erro not = 0
              go to rot-carga-fim
           end-if.
           if tabl-tipo not = "36"
              go to rot-carga-fim
           end-if.
           if tabl-resto(20:1) not = "S" or
              tabl-resto(11:9) not numeric
              go to rot-carga-01
           end-if.
           move tabl-codigo(1:3) to faixa-padrao.
           move tabl-resto(11:9) to valor-padrao.
           move "S" to flag-carga.
           open i-o arqdr01.
           if dr01-status = "35"
              open output arqdr01
              close arqdr01
              open i-o arqdr01
           end-if.
           if dr01-status = "00"
              move "A" to dr01-stat
           end-if.
      *
       rot-carga-fim.
           move 0 to erro.
           exit.
      *
      *    Associado sem registro no exercicio: entra como
      *    pendente, na faixa padrao, p/ a cobranca da declaracao
      *
       rot-marca-pendente.
           move exercicio-vig to dr01-exercicio dr01-exercicio-a.
           move dr-par-codigo to dr01-codigo dr01-codigo-a.
           move 0 to dr01-receita dr01-data-campanha dr01-data-decl.
           move faixa-padrao to dr01-faixa.
           move "P" to dr01-situacao.
           move dr-par-usuario to dr01-usuario.
           move dr-par-data to dr01-data.
           write reg-dr01 invalid key
                 move 1 to erro
           end-write.
           move 0 to erro.
      *
       rot-fecha.
           if dr01-stat = "A"
              close arqdr01
              move "F" to dr01-stat
           end-if.
           if tabl-stat = "A"
              close arqtabl
              move "F" to tabl-stat
           end-if.
           move "N" to flag-carga.
