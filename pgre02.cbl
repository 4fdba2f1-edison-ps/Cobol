      *  (taxas e minimo na tabela tipo 26), sugere o valor         *
      *  liquido e grava as retencoes na baixa p/ o recolhimento    *
      *  mensal (pgir01).                                           *
      *  Importa o retorno CNAB 240 da remessa de pagamento         *
      *  eletronico (pgre05): titulo pago recebe a baixa normal     *
      *  com a retencao, rejeitado volta p/ a baixa manual e sai    *
      *  no relatorio com o motivo informado pelo banco.            *
      *                                                             *
      *  Data da ultima alteracao:    14/12/95     v1.00            *
      *                               02/09/26     v1.01   RETENCAO *
      *                               15/10/26     v1.02   CNAB240  *
      *                               15/10/26     v1.03   ENTIDADE *
      *                               15/10/26     v1.04   SEGREG   *
      *                               15/10/26     v1.05   DIARIO   *
      *                               15/10/26     v1.06   RESUMO   *
      *                                                             *
      ***************************************************************
      * 
                  record key is tabl-chave
                  alternate record key is tabl-chave-1 with duplicates
                  file status is tabl-status. 
      *
           select arqpg01 assign to disk
                  organization is line sequential
                  lock mode is manual
                  file status is pg01-status.
      *
           select arqimp assign to printer
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
       copy fdab01.lib.
      *
       copy fdtabl.lib.
      *
       copy fdpg01.lib.
      *
       fd arqimp

       label record is standard
       value of file-id is impress
       data record is reg-imp.

       01 reg-imp                      pic x(132).
      *
       working-storage section.
      *
          02 tabl-nome                 pic x(08) value "ARQTABLA".
          02 filler                    pic x(01) value ".".
          02 tabl-ext                  pic x(03) value "DAT".
      *
       01 pg01-status                  pic x(02) value "00".
       01 pg01-stat                    pic x(01) value "F".
       01 nome-pg01                    pic x(12) value spaces.
      *
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 impress                      pic x(12) value spaces.
      *
      *    Retorno do pagamento eletronico (CNAB 240)
      *
       01 cont-pgto.
          02 pgto-tot-lidos            pic 9(05) value 0.
          02 pgto-tot-baixados         pic 9(05) value 0.
          02 pgto-tot-agendados        pic 9(05) value 0.
          02 pgto-tot-rejeitados       pic 9(05) value 0.
          02 pgto-tot-exc              pic 9(05) value 0.
      *
       01 disp-pgto.
          02 disp-pgto-lidos           pic zzzz9 value 0.
          02 disp-pgto-baixados        pic zzzz9 value 0.
          02 disp-pgto-agendados       pic zzzz9 value 0.
          02 disp-pgto-rejeitados      pic zzzz9 value 0.
          02 disp-pgto-exc             pic zzzz9 value 0.
      *
       01 pgto-retorno.
          02 pgto-documento            pic x(20) value spaces.
          02 pgto-ocorrencias          pic x(10) value spaces.
          02 pgto-valor                pic 9(13)v9(02) value 0.
          02 pgto-liquidacao           pic 9(06) value 0.
       01 pgto-data.
          02 pgto-data-dd              pic 9(02) value 0.
          02 pgto-data-mm              pic 9(02) value 0.
          02 pgto-data-aaaa            pic 9(04) value 0.
       01 pgto-data-n redefines pgto-data pic 9(08).
      *
      *    Ocorrencias do retorno (FEBRABAN): 00 e 03 pagamento
      *    efetuado, BD agendado, demais rejeitam o lancamento
      *
       01 ocor-qtd                     pic 9(02) comp-5 value 27.
       01 ocor-idx                     pic 9(02) comp-5 value 0.
       01 ocor-tab.
          02 filler                    pic x(40) value
             "01Insuficiencia de fundos".
          02 filler                    pic x(40) value
             "02Pagamento cancelado pelo pagador".
          02 filler                    pic x(40) value
             "AAControle invalido".
          02 filler                    pic x(40) value
             "ABTipo de operacao invalido".
          02 filler                    pic x(40) value
             "ACTipo de servico invalido".
          02 filler                    pic x(40) value
             "ADForma de lancamento invalida".
          02 filler                    pic x(40) value
             "AETipo/numero de inscricao invalido".
          02 filler                    pic x(40) value
             "AFCodigo de convenio invalido".
          02 filler                    pic x(40) value
             "AGAgencia/conta/DV da empresa invalido".
          02 filler                    pic x(40) value
             "AHSequencial do registro invalido".
          02 filler                    pic x(40) value
             "AISegmento de detalhe invalido".
          02 filler                    pic x(40) value
             "AJTipo de movimento invalido".
          02 filler                    pic x(40) value
             "AKCamara de compensacao invalida".
          02 filler                    pic x(40) value
             "ALBanco do favorecido invalido".
          02 filler                    pic x(40) value
             "AMAgencia do favorecido invalida".
          02 filler                    pic x(40) value
             "ANConta/DV do favorecido invalido".
          02 filler                    pic x(40) value
             "AONome do favorecido nao informado".
          02 filler                    pic x(40) value
             "APData do pagamento invalida".
          02 filler                    pic x(40) value
             "AQTipo/quantidade da moeda invalido".
          02 filler                    pic x(40) value
             "ARValor do pagamento invalido".
          02 filler                    pic x(40) value
             "ATInscricao do favorecido invalida".
          02 filler                    pic x(40) value
             "BDPagamento agendado".
          02 filler                    pic x(40) value
             "HALote nao aceito".
          02 filler                    pic x(40) value
             "TALote nao aceito - totais com diferenca".
          02 filler                    pic x(40) value
             "YATitulo nao encontrado".
          02 filler                    pic x(40) value
             "ZACodigo de barras invalido".
          02 filler                    pic x(40) value
             "99Ocorrencia nao identificada".
       01 ocor-red redefines ocor-tab.
          02 ocor-item occurs 27.
             03 ocor-codigo            pic x(02).
             03 ocor-descricao         pic x(38).
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "PGRE02".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 limpa                        pic x(48) value spaces.
       01 limpa-10                     pic x(10) value spaces.
       01 limpa-aux                    pic x(05) value spaces.
       01 kbd-aux                      pic 9(02) comp-5 value 0.
       01 spool                        pic x(04) value spaces.
       01 limpa-12                     pic x(12) value spaces.
       01 tracos-pgto                  pic x(78) value all "-".
       01 campo-wait-aux               pic 9(04) comp-5 value 2.
      *
      *
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
       01 cab-imp-abav.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(01) value x"0e".
          02 filler                    pic x(08) value "ABAV/SP ".
          02 filler                    pic x(01) value x"14".
          02 filler                    pic x(01) value x"0f".
          02 filler                    pic x(56) value
          "Associcao Brasileira de Agencias de Viagens de Sao Paulo".
          02 filler                    pic x(01) value x"12".
      *
       01 cab-imp-prog.
          02 filler                    pic x(02) value spaces.
          02 filler                    pic x(44) value
             "Retorno de Pagamento Eletronico (CNAB 240)".
          02 filler                    pic x(20) value spaces.
          02 cab-imp-data              pic x(08) value spaces.
      *
       01 cab-imp-pgto.
          02 filler                    pic x(16)
             value "Documento......:".
          02 cab-imp-documento         pic x(10) value spaces.
          02 filler                    pic x(02) value spaces.
          02 cab-imp-valor             pic zz.zzz.zzz.zz9,99.
          02 filler                    pic x(02) value spaces.
          02 cab-imp-motivo            pic x(60) value spaces.
      *
       01 cab-usr.
          02 filler                    pic x(10) value "Usuario.:".
          02 rotina-sombra-cod         pic x(01) value spaces.
          02 rotina-codigo-cod         pic 9(05) value 0.
          02 rotina-condicao-cod       pic x(01) value spaces.
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
       01 tela-10.
          02 line 07 column 65 foreground-color 06 background-color 01
             highlight value "Consulta".
      *
       01 tela-11.
          02 line 10 column 10 foreground-color 06 background-color 01
             highlight value "Importacao do Retorno de Pagamento".
          02 line 12 column 10 foreground-color 06 background-color 01
             highlight value "Arquivo (unidade:\dir\arquivo)......:".
      *
       01 tela-12.
          02 line 10 column 10 foreground-color 06 background-color 01
             highlight value "Importacao Concluida".
          02 line 12 column 10 foreground-color 06 background-color 01
             highlight value "Registros lidos...............:".
          02 line 12 column 43 foreground-color 15 background-color 01
             pic zzzz9 from disp-pgto-lidos.
          02 line 13 column 10 foreground-color 06 background-color 01
             highlight value "Titulos baixados..............:".
          02 line 13 column 43 foreground-color 15 background-color 01
             pic zzzz9 from disp-pgto-baixados.
          02 line 14 column 10 foreground-color 06 background-color 01
             highlight value "Pagamentos agendados..........:".
          02 line 14 column 43 foreground-color 15 background-color 01
             pic zzzz9 from disp-pgto-agendados.
          02 line 15 column 10 foreground-color 06 background-color 01
             highlight value "Rejeitados pelo banco.........:".
          02 line 15 column 43 foreground-color 15 background-color 01
             pic zzzz9 from disp-pgto-rejeitados.
          02 line 16 column 10 foreground-color 06 background-color 01
             highlight value "Excecoes p/ tratamento manual.:".
          02 line 16 column 43 foreground-color 15 background-color 01
             pic zzzz9 from disp-pgto-exc.
      *
       01 tela-13.
          02 line 10 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
          02 line 12 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
          02 line 13 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
          02 line 14 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
          02 line 15 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
          02 line 16 column 05 foreground-color 01 background-color 01
             pic x(66) from spaces.
      *
       01 tela-mensagem-cad.
          02 line 21 column 05 foreground-color 07 background-color 01
           perform rot-rest-buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           exit program.
      *
      ************************
           else
              move 0 to be01-ccusto
           end-if.
           if flag-re01 = "S" and re01-entidade numeric
                              and re01-entidade not = 0
              move re01-entidade to be01-entidade
           else
              move operacao to ent-par-operacao
              perform rot-entidade-operacao
              move ent-par-entidade to be01-entidade
           end-if.
           if flag-re01 = "S"
              move re01-evento to be01-evento
              move re01-emissao to be01-emissao
                 move high-values to be01-controle
                 move 0 to be01-ult-bx
                 write reg-be01-1
                 move "W" to jor-operacao
                 perform rot-jn-be01
               else
                  move "A" to be01-stat
               end-if
           display tela-erro.
           perform rot-keypress.
           display tela-limpa.
      *
       rot-open-pg01.
           move 0 to erro.
           move zeros to pg01-status.
           if pg01-stat = "F"
              open input arqpg01
              if pg01-status not = "00"
                 move " Erro de abertura no arquivo de retorno - Tecl
      -          "e <Enter>" to mensagem
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 move 1 to erro
              else
                 move "A" to pg01-stat
              end-if
           end-if.
      *
       rot-close-pg01.
           if pg01-stat = "A"
              close arqpg01
              move "F" to pg01-stat
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
                 display tela-erro-cad
                 perform rot-keypress
                 display tela-limpa-cad
                 move 1 to erro
              else
                 move "A" to imp-stat
              end-if
           end-if.
      *
       rot-close-imp.
           if imp-stat = "A"
              close arqimp
              unlock arqimp
              move "F" to imp-stat
           end-if.
      *
       rot-imprime-pgto-cab.
           write reg-imp from cab-imp-abav after 1 line.
           move param-data to dias-corr.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-imp-data.
           write reg-imp from cab-imp-prog after 2 lines.
           write reg-imp from tracos-pgto after 1 line.
      *
       rot-imprime-pgto.
           move pgto-documento to cab-imp-documento.
           move pgto-valor to cab-imp-valor.
           move mensagem to cab-imp-motivo.
           write reg-imp from cab-imp-pgto after 1 line.
      *
      *    Descricao da ocorrencia do banco (1o. codigo informado)
      *
       rot-motivo-pgto.
           move 1 to ocor-idx.
       rot-motivo-pgto-01.
           if ocor-idx > ocor-qtd
              move spaces to mensagem
              string " Ocorrencia " pgto-ocorrencias(1:2)
                     delimited by size into mensagem
              go to rot-motivo-pgto-fim
           end-if.
           if ocor-codigo(ocor-idx) = pgto-ocorrencias(1:2)
              move spaces to mensagem
              string " " pgto-ocorrencias(1:2) " "
                     ocor-descricao(ocor-idx)
                     delimited by size into mensagem
              go to rot-motivo-pgto-fim
           end-if.
           add 1 to ocor-idx.
           go to rot-motivo-pgto-01.
       rot-motivo-pgto-fim.
           exit.
      *
       rot-open-ab01.
           move 0 to erro.
           perform rot-keypress.
           perform lmp-documento thru lmp-liquidacao.
           display tela-limpa-cad.
      *
       rot-re01-remessa.
           move " Titulo em remessa de pagamento eletronico - Tecle <Ent
      -    "er>" to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
           display tela-limpa-cad.
      *
       rot-re01-n-aprov.
           move " Titulo nao aprovado - Tecle <Enter>" to mensagem.
           call "rotab01" using param-menu campo-rotina-cod.
           cancel "rotab01".
           perform rot-open-ab01.
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
           display tela-erro-cad.
           perform rot-keypress.
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
       rot-jn-be01.
           move "ARQBE01A" to jor-arquivo.
           move be01-chave to jor-chave.
           move 202 to jor-tamanho.
           evaluate jor-operacao
                    when "D"
                         move reg-be01 to jor-antes
                         move spaces to jor-depois
                    when "W"
                         move spaces to jor-antes
                         move reg-be01 to jor-depois
                    when other
                         move reg-be01 to jor-depois
           end-evaluate.
           perform rot-jornal.
      *
       copy rotgen.lib.
      *
           perform rot-keypress.
      *
      *  Sequencia para dar Accept
      *
       acc-nome-pg01.
           accept nome-pg01 at 1248 with auto update prompt
                  foreground-color 15 background-color 01.
           accept escape-key from escape.
      *
       acc-baixa.
           accept baixa at 0819 with auto update prompt
                   background-color 01.
      *
      *  Sequencia para fazer limpeza da tela
      *
       lmp-nome-pg01.
           display limpa-12 at 1248 with foreground-color 15
                   background-color 01.
      *
       lmp-baixa.
           display limpa at 0819 with foreground-color 15 
              perform sec-consulta
              go to lab-bx-fim
           end-if.
      *
       lab-bx-00-1.
           move "Baixa (M)anual ou (I)mportacao retorno pagamento ?"
           to mensagem.
           display tela-mensagem-cad.
           move spaces to resposta.
           perform accept-resposta-cad
                   until resposta = "M" or "I" or escape-key = 1.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-bx-fim
           end-if.
           display tela-limpa-cad.
           if resposta = "I"
              perform sec-importa-pgto
              go to lab-bx-00-1
           end-if.
      *
       lab-bx-01.
           display tela-09.
                    perform rot-re01-n-aprov
                    go to lab-bx-02
                 end-if
                 if re01-pgto-sit = "R"
                    perform rot-re01-remessa
                    go to lab-bx-02
                 end-if
                 go to lab-bx-07-01
              else
                 perform rot-doc-n-conf
           display tela-limpa-cad.
      *
       lab-bx-07-01.
           if flag-re01 = "S"
              move re01-entidade to ent-par-entidade
           else
              move operacao to ent-par-operacao
              perform rot-entidade-operacao
           end-if.
           perform rot-entidade-usuario.
           if ent-par-ok not = "S"
              perform rot-erro-entidade
              display tela-limpa
              go to lab-bx-02
           end-if.
           perform rot-calcula-retencao.
           if retencao-irrf + retencao-iss > 0
              move retencao-irrf to msg-ret-irrf
              go to lab-bx-fim
           end-if.
           perform rot-le-be01-lock.
           move reg-be01-1 to jor-antes.
           add 1 to be01-ult-bx.
           move be01-ult-bx to baixa.
           rewrite reg-be01-1 invalid key 
                   go to lab-bx-fim
           end-rewrite.
           unlock arqbe01 records.
           move "R" to jor-operacao.
           perform rot-jn-be01.
           perform rot-move-be01.
           if flag-re01 = "S"
              move re01-usuario to be01-usuario-inc
           else
              move param-usr to be01-usuario-inc
           end-if.
           write reg-be01 invalid key 
                 move 1 to erro
                 move " Erro de gravacao - ARQBE01A.DAT - Tecle <Enter>"
                 display tela-limpa
                 go to lab-bx-fim
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-be01.
           if flag-re01 = "S"
              delete arqre01 invalid key 
                     move 1 to erro
                     display tela-limpa
                     go to lab-bx-fim
              end-delete
              move "D" to jor-operacao
              perform rot-jn-re01
           end-if.
           perform dsp-baixa.
           display tela-06.
           perform rot-close-re01.
           perform rot-close-be01.
           exit.
      *
      *    Importacao do retorno CNAB 240 do pagamento eletronico
      *
       sec-importa-pgto section.
      *
       lab-imp-pgto-00.
           display tela-11.
      *
       lab-imp-pgto-01.
           move spaces to nome-pg01.
           perform lmp-nome-pg01.
           perform acc-nome-pg01.
           if escape-key = 1
              go to lab-imp-pgto-fim-box
           end-if.
           if nome-pg01 = spaces
              go to lab-imp-pgto-01
           end-if.
      *
       lab-imp-pgto-02.
           move "Confirma importacao (S) (N) ?" to mensagem.
           display tela-mensagem-cad.
           perform accept-resposta-cad.
           if escape-key = 1
              display tela-limpa-cad
              go to lab-imp-pgto-01
           end-if.
           if resposta = "N"
              display tela-limpa-cad
              go to lab-imp-pgto-fim-box
           else
              if resposta not = "S"
                 go to lab-imp-pgto-02
              end-if
           end-if.
           display tela-limpa-cad.
           move 0 to pgto-tot-lidos pgto-tot-baixados
                    pgto-tot-agendados pgto-tot-rejeitados
                    pgto-tot-exc.
           perform rot-open-pg01.
           if erro not = 0
              go to lab-imp-pgto-fim-box
           end-if.
           perform rot-open-imp.
           if erro not = 0
              perform rot-close-pg01
              go to lab-imp-pgto-fim-box
           end-if.
           perform rot-imprime-pgto-cab.
      *
       lab-imp-pgto-03.
           read arqpg01 at end
              go to lab-imp-pgto-fim-arq
           end-read.
           add 1 to pgto-tot-lidos.
           if pg01-tipo not = "3"
              go to lab-imp-pgto-03
           end-if.
           move 0 to pgto-data-n pgto-valor.
           evaluate pg01-segmento
                    when "A"
                         move pga-seu-numero to pgto-documento
                         move pga-ocorrencias to pgto-ocorrencias
                         if pga-data-real numeric and
                            pga-data-real not = 0
                            move pga-data-real to pgto-data-n
                         else
                            if pga-data-pgto numeric
                               move pga-data-pgto to pgto-data-n
                            end-if
                         end-if
                         if pga-valor-real numeric and
                            pga-valor-real not = 0
                            move pga-valor-real to pgto-valor
                         else
                            if pga-valor numeric
                               move pga-valor to pgto-valor
                            end-if
                         end-if
                    when "J"
                         move pgj-seu-numero to pgto-documento
                         move pgj-ocorrencias to pgto-ocorrencias
                         if pgj-data-pgto numeric
                            move pgj-data-pgto to pgto-data-n
                         end-if
                         if pgj-valor-pgto numeric
                            move pgj-valor-pgto to pgto-valor
                         end-if
                    when "O"
                         move pgo-seu-numero to pgto-documento
                         move pgo-ocorrencias to pgto-ocorrencias
                         if pgo-data-pgto numeric
                            move pgo-data-pgto to pgto-data-n
                         end-if
                         if pgo-valor-pgto numeric
                            move pgo-valor-pgto to pgto-valor
                         end-if
                    when other
                         go to lab-imp-pgto-03
           end-evaluate.
           move pgto-documento to re01-documento.
           move 0 to erro.
           perform rot-le-re01.
           if erro not = 0
              add 1 to pgto-tot-exc
              move " Documento nao localizado" to mensagem
              perform rot-imprime-pgto
              go to lab-imp-pgto-03
           end-if.
           if re01-pgto-sit not = "R"
              add 1 to pgto-tot-exc
              move " Titulo nao consta em remessa de pagamento" to
              mensagem
              perform rot-imprime-pgto
              go to lab-imp-pgto-03
           end-if.
           if pgto-ocorrencias(1:2) = "BD"
              add 1 to pgto-tot-agendados
              perform rot-motivo-pgto thru rot-motivo-pgto-fim
              perform rot-imprime-pgto
              go to lab-imp-pgto-03
           end-if.
           if pgto-ocorrencias(1:2) not = "00" and "03"
              go to lab-imp-pgto-rejeita
           end-if.
           move pgto-data-dd to dia-euro.
           move pgto-data-mm to mes-euro.
           move pgto-data-aaaa to ano-euro.
           move 4 to opcao-data.
           perform rot-data.
           if return-code not = 0
              add 1 to pgto-tot-exc
              move " Data de pagamento invalida" to mensagem
              perform rot-imprime-pgto
              go to lab-imp-pgto-03
           end-if.
           move dias-corr to pgto-liquidacao.
           move dias-corr to fc-par-data.
           perform rot-consulta-fechamento.
           if fc-par-fechada = "S"
              add 1 to pgto-tot-exc
              move " Liquidacao em competencia fechada" to mensagem
              perform rot-imprime-pgto
              go to lab-imp-pgto-03
           end-if.
           move re01-codigo to codigo.
           move re01-condicao to condicao.
           move "S" to flag-re01.
           perform rot-move-campos-re01.
           perform rot-calcula-retencao thru rot-calcula-retencao-fim.
           if pgto-valor = 0
              move valor-liquido to pgto-valor
           end-if.
           move pgto-valor to valor-pago.
           move pgto-liquidacao to liquidacao.
           move high-values to be01-controle.
           move 0 to erro.
           perform rot-ponteiro-be01.
           if erro not = 0
              go to lab-imp-pgto-fim-arq
           end-if.
           perform rot-le-be01-lock.
           move reg-be01-1 to jor-antes.
           add 1 to be01-ult-bx.
           move be01-ult-bx to baixa.
           rewrite reg-be01-1 invalid key
                   add 1 to pgto-tot-exc
                   move " Erro de regravacao - ARQBE01A.DAT" to
                   mensagem
                   perform rot-imprime-pgto
                   go to lab-imp-pgto-03
           end-rewrite.
           unlock arqbe01 records.
           move "R" to jor-operacao.
           perform rot-jn-be01.
           perform rot-move-be01.
           move re01-usuario to be01-usuario-inc.
           move re01-bordero to be01-bordero.
           write reg-be01 invalid key
                 add 1 to pgto-tot-exc
                 move " Erro de gravacao - ARQBE01A.DAT" to mensagem
                 perform rot-imprime-pgto
                 go to lab-imp-pgto-03
           end-write.
           move "W" to jor-operacao.
           perform rot-jn-be01.
           delete arqre01 invalid key
                  add 1 to pgto-tot-exc
                  move " Erro de exclusao - ARQRE01A.DAT" to mensagem
                  perform rot-imprime-pgto
                  go to lab-imp-pgto-03
           end-delete.
           move "D" to jor-operacao.
           perform rot-jn-re01.
           add 1 to pgto-tot-baixados.
           move " Pago - baixado" to mensagem.
           perform rot-imprime-pgto.
           go to lab-imp-pgto-03.
      *
      *    Rejeitado pelo banco: volta para a baixa manual/bordero
      *
       lab-imp-pgto-rejeita.
           move reg-re01 to jor-antes.
           move spaces to re01-pgto-sit.
           move 0 to re01-bordero re01-remessa.
           rewrite reg-re01 invalid key
                   add 1 to pgto-tot-exc
                   move " Erro de regravacao - ARQRE01A.DAT" to
                   mensagem
                   perform rot-imprime-pgto
                   go to lab-imp-pgto-03
           end-rewrite.
           move "R" to jor-operacao.
           perform rot-jn-re01.
           add 1 to pgto-tot-rejeitados.
           perform rot-motivo-pgto thru rot-motivo-pgto-fim.
           perform rot-imprime-pgto.
           go to lab-imp-pgto-03.
      *
       lab-imp-pgto-fim-arq.
           perform rot-close-pg01.
           perform rot-close-imp.
           move pgto-tot-lidos to disp-pgto-lidos.
           move pgto-tot-baixados to disp-pgto-baixados.
           move pgto-tot-agendados to disp-pgto-agendados.
           move pgto-tot-rejeitados to disp-pgto-rejeitados.
           move pgto-tot-exc to disp-pgto-exc.
           display tela-12.
           perform rot-keypress.
           display tela-limpa.
      *
       lab-imp-pgto-fim-box.
           display tela-13.
           perform lmp-baixa thru lmp-liquidacao.
           exit.
      *
       sec-consulta section.
      *
              perform rot-erro-fechamento
              go to lab-alt-fim
           end-if.
           move reg-be01 to jor-antes.
           perform rot-move-be01.
           rewrite reg-be01 invalid key 
                   move 1 to erro
                   display tela-limpa
                   go to lab-alt-fim
           end-rewrite.
           move "R" to jor-operacao.
           perform rot-jn-be01.
           move "Registro alterado - Tecle <Enter>" to mensagem.
           display tela-mensagem-cad.
           perform rot-keypress.
