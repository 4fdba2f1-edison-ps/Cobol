      *  Calculo da mensalidade ABAV :                              *
      *                                                             *
      *  Data da ultima alteracao:    06/01/94     v1.00            *
      *                               15/10/26     v1.01   FAIXA    *
      *                               15/10/26     v1.02   PRORATA  *
      *                               15/10/26     v1.03   ISENCAO  *
      *                               15/10/26     v1.04   ENTIDADE *
      *                               15/10/26     v1.05   DATAPROC *
      *                               15/10/26     v1.06   DIARIO   *
      *                                                             *
      ***************************************************************
      * 
                  organization is line sequential
                  lock mode is manual
                  file status is logcv-status.
      *
           select arqbx01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  record key is bx01-chave
                  alternate record key is bx01-chave-1 with duplicates
                  alternate record key is bx01-chave-2 with duplicates
                  file status is bx01-status.
      *
           select arqcr01 assign to disk
                  organization is indexed
                  access mode is dynamic
                  lock mode is manual
                  record key is cr01-chave
                  alternate record key is cr01-chave-1 with duplicates
                  file status is cr01-status.
      *
           select arqimp assign to printer
                  organization is line sequential
                  lock mode is manual
                  file status is imp-status.
      *
       data division.
       file section.
       copy fdtabl.lib.
      *
       copy fdlogcv.lib.
      *
       copy fdbx01.lib.
      *
       copy fdcr01.lib.
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
       01 cr01-status                  pic x(02) value "00".
      *
       01 nome-arq-cr01.
          02 cr01-dir                  pic x(03) value "RC2".
          02 filler                    pic x(01) value "\".
          02 cr01-nome                 pic x(08) value "ARQCR01A".
          02 filler                    pic x(01) value ".".
          02 cr01-ext                  pic x(03) value "DAT".
      *
       01 impress                      pic x(12) value spaces.
       01 imp-status                   pic x(02) value "00".
       01 imp-stat                     pic x(01) value "F".
       01 linha                        pic 9(03) comp-5 value 0.
       01 pagina                       pic 9(03) value 0.
       01 tracos                       pic x(100) value all "-".
      *
       01 logcv-status                 pic x(02) value "00".
       01 logcv-stat                   pic x(01) value "F".
      *
       01 cb-prog.
          02 cb-programa               pic x(08) value "QGFT01".
          02 cb-versao                 pic x(06) value "v1.06 ".
      *
       01 limpa                        pic x(45) value spaces.
       01 limpa-aux                    pic x(05) value spaces.
          02 emissao-disp              pic x(08) value spaces.
          02 vencimento                pic 9(06) value 0.
          02 vencimento-disp           pic x(08) value spaces.
          02 exercicio                 pic 9(02) value 0.
          02 faixa-padrao              pic 9(03) value 0.
          02 valor-padrao-disp         pic z.zzz.zz9,99.
          02 valor-a                   pic 9(11)v9(02) value 0.
          02 valor-a-disp              pic zz.zzz.zzz.zz9,99.
          02 portador                  pic 9(03) value 0.
          02 doperacao                 pic x(40) value spaces.
          02 obs                       pic x(30) value spaces.
          02 razao                     pic x(40) value spaces.
      *
      *    Enquadramento do associado na faixa de contribuicao
      *    pela receita declarada (rotdr01); quem nao declarou
      *    paga a faixa padrao e vai p/ a relacao de pendentes
      *
       01 campo-faixa.
          02 dr-par-opcao              pic x(01) value spaces.
          02 dr-par-codigo             pic 9(05) value 0.
          02 dr-par-exercicio          pic 9(02) value 0.
          02 dr-par-faixa              pic 9(03) value 0.
          02 dr-par-valor              pic 9(07)v9(02) value 0.
          02 dr-par-declarou           pic x(01) value spaces.
          02 dr-par-achou              pic x(01) value spaces.
          02 dr-par-usuario            pic x(10) value spaces.
          02 dr-par-data               pic 9(06) value 0.
      *
       01 tot-padrao                   pic 9(05) value 0.
      *
      *    Pro-rata da admissao e do desligamento: o mes e contado
      *    como 30 dias (mesmo calendario de dias-corr); paga-se os
      *    dias do mes de competencia (mes da emissao) em que o
      *    associado esteve no quadro. Desligado (situacao diferente
      *    de 1 com data de exclusao) tem as mensalidades de meses
      *    posteriores canceladas (em aberto) ou creditadas (pagas)
      *
       01 mes-comp                     pic 9(05) value 0.
       01 mes-pr                       pic 9(05) value 0.
       01 dia-pr                       pic 9(02) value 0.
       01 mes-deslig                   pic 9(05) value 0.
       01 mes-titulo                   pic 9(05) value 0.
       01 ano-pr                       pic 9(03) value 0.
       01 ano-sec                      pic 9(03) value 0.
       01 ano-comp                     pic 9(02) value 0.
       01 mes-comp-mm                  pic 9(02) value 0.
       01 dia-ini-pr                   pic 9(02) value 0.
       01 dia-fim-pr                   pic 9(02) value 0.
       01 dias-pro-rata                pic 9(02) value 30.
       01 valor-cheio                  pic 9(11)v9(02) value 0.
       01 valor-credito                pic 9(11)v9(02) value 0.
       01 flag-fatura                  pic x(01) value "N".
       01 flag-deslig                  pic x(01) value "N".
       01 flag-creditado               pic x(01) value "N".
       01 tipo-ajuste                  pic x(01) value spaces.
       01 tot-ajustes                  pic 9(05) value 0.
       01 tot-isentos                  pic 9(05) value 0.
       01 flag-imp                     pic x(01) value "N".
      *
       01 campo-credito.
          02 crd-par-codigo            pic 9(05) value 0.
          02 crd-par-condicao          pic x(01) value spaces.
          02 crd-par-tipo              pic x(01) value spaces.
          02 crd-par-origem            pic x(01) value spaces.
          02 crd-par-documento         pic x(10) value spaces.
          02 crd-par-valor             pic 9(11)v9(02) value 0.
          02 crd-par-data              pic 9(06) value 0.
          02 crd-par-obs               pic x(30) value spaces.
          02 crd-par-usr               pic x(10) value spaces.
          02 crd-par-ok                pic x(01) value spaces.
      *
      *    Isencao aprovada do associado na data da emissao
      *    (rotis01): o percentual e abatido da mensalidade (ja
      *    com o pro-rata); isencao de 100% nao gera titulo. O
      *    valor dispensado fica registrado p/ a relacao mensal
      *
       01 campo-isencao.
          02 is-par-opcao              pic x(01) value spaces.
          02 is-par-codigo             pic 9(05) value 0.
          02 is-par-data               pic 9(06) value 0.
          02 is-par-seq                pic 9(03) value 0.
          02 is-par-tipo               pic x(01) value spaces.
          02 is-par-percentual         pic 9(03)v9(02) value 0.
          02 is-par-fim                pic 9(06) value 0.
          02 is-par-achou              pic x(01) value spaces.
          02 is-par-documento          pic x(10) value spaces.
          02 is-par-valor-cheio        pic 9(11)v9(02) value 0.
          02 is-par-valor-isento       pic 9(11)v9(02) value 0.
          02 is-par-programa           pic x(08) value spaces.
          02 is-par-usuario            pic x(10) value spaces.
          02 is-par-data-mov           pic 9(06) value 0.
      *
      *    Documento: condicao + ano + codigo + mes da competencia,
      *    p/ que cada mes gere o seu titulo
      *
       01 documento.
          02 doc-1                     pic x(01) value spaces.
          02 doc-2                     pic 9(02) value 0.
          02 doc-3.
             03 doc-3-codigo           pic 9(05) value 0.
             03 doc-3-mes              pic 9(02) value 0.
      * 
       01 data-aux.
          02 dia-aux                   pic 9(02) value 0.
          02 mes-aux                   pic 9(02) value 0.
          02 ano-aux                   pic 9(02) value 0.
      *
      *
      *    Relacao dos ajustes feitos pelo calculo
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
          02 filler                    pic x(46) value
             "Calculo Mensalidade - Ajustes e Isencoes".
          02 filler                    pic x(12) value "Emissao: ".
          02 cab-emissao               pic x(08) value spaces.
          02 filler                    pic x(06) value spaces.
          02 cab-prog-data             pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 filler                    pic x(05) value "Pag. ".
          02 cab-pagina                pic 9(04) value 0.
      *
       01 cab-tit.
          02 filler                    pic x(07) value "Codigo".
          02 filler                    pic x(31) value "Razao Social".
          02 filler                    pic x(11) value "Ajuste".
          02 filler                    pic x(11) value "Documento".
          02 filler                    pic x(10) value "Data".
          02 filler                    pic x(06) value "Dias".
          02 filler                    pic x(14) value "  Valor Cheio".
          02 filler                    pic x(14) value "Valor Ajustado".
      *
       01 cab-lin.
          02 cab-lin-codigo            pic 9(05) value 0.
          02 filler                    pic x(02) value spaces.
          02 cab-lin-razao             pic x(30) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-ajuste            pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-documento         pic x(10) value spaces.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-data              pic x(08) value spaces.
          02 filler                    pic x(03) value spaces.
          02 cab-lin-dias              pic z9 value 0.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-cheio             pic zz.zzz.zz9,99.
          02 filler                    pic x(01) value spaces.
          02 cab-lin-valor             pic zz.zzz.zz9,99.
      *
       01 cab-tot.
          02 filler                    pic x(30) value
             "Ajustes efetuados............:".
          02 cab-tot-qtd               pic zzzz9 value 0.
      *
       01 cab-usr.
          02 filler                    pic x(10) value "Usuario.:".
          02 rotina-sombra             pic x(01) value spaces.
          02 rotina-tipo               pic 9(02) value 0.
          02 rotina-codigo             pic 9(03) value 0.
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
          02 line 11 column 06 foreground-color 02 background-color 06
             value "Vencimento.....:".
          02 line 12 column 06 foreground-color 02 background-color 06
             value "Exercicio decl.:".
          02 line 13 column 06 foreground-color 02 background-color 06
             value "Faixa padrao...:".
          02 line 14 column 06 foreground-color 02 background-color 06
             value "Valor Afiliado.:".
          02 line 15 column 06 foreground-color 02 background-color 06
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
                                  by reference buffer.
      *
       lab-fim.
           move "F" to ent-par-opcao.
           call "rotent01" using campo-entidade.
           cancel "rotent01".
           move data-real to param-data.
           exit program.
      *
      ************************
      *
       rot-move-rc01.
           move ab01-condicao to doc-1.
           move ano-comp to doc-2.
           move ab01-codigo to doc-3-codigo.
           move mes-comp-mm to doc-3-mes.
           move documento to rc01-documento rc01-documento-a.
           move ab01-codigo to rc01-codigo rc01-codigo-a.
           move ab01-condicao to rc01-condicao rc01-condicao-a.
           move obs to rc01-obs.
           move portador to rc01-portador.
           move operacao to rc01-operacao.
           move rc01-operacao to ent-par-operacao.
           perform rot-entidade-operacao.
           move ent-par-entidade to rc01-entidade.
           move emissao to rc01-emissao.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           move spaces to rc01-moeda rc01-evento.
           move 0 to rc01-valor-moeda.
      *
      *    Associado paga a faixa de contribuicao da receita
      *    declarada no exercicio vigente; sem declaracao, a
      *    faixa padrao (rotdr01 marca como pendente)
      *
           if ab01-condicao = "F"
              move valor-a to rc01-valor
           else
              move "M" to dr-par-opcao
              move ab01-codigo to dr-par-codigo
              move param-usr to dr-par-usuario
              move param-data to dr-par-data
              call "rotdr01" using campo-faixa
              move dr-par-valor to rc01-valor
              if dr-par-declarou not = "S"
                 add 1 to tot-padrao
              end-if
           end-if.
           move rc01-valor to valor-cheio.
           if dias-pro-rata < 30
              compute rc01-valor rounded =
                      valor-cheio * dias-pro-rata / 30
           end-if.
           move ab01-razao-social-a to razao.
           perform dsp-razao.

           move " Operacao nao cadastrada - Tecle <Enter>" to mensagem.
           display tela-erro-cad.
           perform rot-keypress.
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
       copy rotgen.lib.
      *
                  foreground-color 15 background-color 06.
           accept escape-key from escape.
           exit.
      *
       acc-valor-a.
           accept valor-a at 1423 with auto update prompt
           display vencimento-disp at 1123 with foreground-color 15 
                   background-color 06.
      *
       dsp-exercicio.
           display exercicio at 1223 with foreground-color 15
                   background-color 06.
      *
       dsp-faixa-padrao.
           display faixa-padrao at 1323 with foreground-color 15
                   background-color 06.
           display valor-padrao-disp at 1327 with foreground-color 15
                   background-color 06.
      *
       dsp-valor-a.
           display limpa at 1123 with foreground-color 15 
                   background-color 06.
      *
       lmp-exercicio.
           display limpa at 1223 with foreground-color 15
                   background-color 06.
      *
       lmp-faixa-padrao.
           display limpa at 1323 with foreground-color 15
                   background-color 06.
      *
       lmp-valor-a.
              perform rot-data-m
              go to lab-fat-02
           end-if.
      *
      *
      *    Os associados pagam pela faixa de contribuicao (tabela
      *    36) do exercicio vigente da campanha de declaracao
      *    (tabela 37); aqui so se mostra o exercicio e a faixa
      *    padrao de quem nao declarou
      *
       lab-fat-03.
           move "C" to dr-par-opcao.
           move 0 to dr-par-codigo.
           call "rotdr01" using campo-faixa.
           if dr-par-achou not = "S"
              move " Faixa padrao nao definida - Tecle <Enter>"
                   to mensagem
              display tela-erro-cad
              perform rot-keypress
              display tela-limpa-cad
              go to lab-fat-02
           end-if.
           move dr-par-exercicio to exercicio.
           move dr-par-faixa to faixa-padrao.
           move dr-par-valor to valor-padrao-disp.
           perform dsp-exercicio.
           perform dsp-faixa-padrao.
      *
       lab-fat-05.
           move 0 to valor-a.
           perform acc-valor-a.
           if escape-key = 1
              perform lmp-valor-a
              perform lmp-exercicio
              perform lmp-faixa-padrao
              go to lab-fat-02
           end-if.
           if valor-a = 0
              go to lab-fat-05
           start arqab01 key is not less ab01-chave invalid key
                 move 1 to erro.
           perform rot-open-logcv.
           move 0 to tot-padrao tot-ajustes tot-isentos pagina.
           move "N" to flag-imp.
           move emissao to data-sec-in.
           perform rot-mes-pr.
           move mes-pr to mes-comp.
           compute ano-pr = (mes-comp - 1) / 12.
           compute mes-comp-mm = mes-comp - (ano-pr * 12).
           divide ano-pr by 100 giving ano-sec remainder ano-comp.

      ***********


      ***********

           perform rot-pro-rata thru rot-pro-rata-fim.
           if flag-fatura = "S"
              perform rot-move-rc01
              if dias-pro-rata < 30
                 perform rot-imprime-pro-rata
              end-if
              perform rot-isencao thru rot-isencao-fim
           end-if.
           if flag-fatura = "S"
              write reg-rc01 invalid key
                    move 1 to erro
                    move 
                    " Erro de gravacao - ARQRC01A.DAT - Tecle <Enter>"
                    to mensagem
                    display tela-erro
                    perform rot-keypress
                    display tela-limpa
                    go to lab-fat-01-fim
              end-write
              move "W" to jor-operacao
              perform rot-jn-rc01
              perform rot-grava-logcv
           end-if.
           if flag-deslig = "S"
              perform rot-deslig-rc01 thru rot-deslig-rc01-fim
              perform rot-deslig-bx01 thru rot-deslig-bx01-fim
           end-if.
           go to lab-fat-01-02.
      *
       lab-fat-01-fim.
           perform lmp-razao.
           move "F" to dr-par-opcao.
           call "rotdr01" using campo-faixa.
           cancel "rotdr01".
           move "F" to is-par-opcao.
           call "rotis01" using campo-isencao.
           cancel "rotis01".
           if tot-padrao not = 0
              move spaces to mensagem
              string "Sem declaracao (faixa padrao): " tot-padrao
                     " - Tecle <Enter>" delimited by size
                     into mensagem
              end-string
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           if pagina not = 0
              write reg-imp from tracos after 1 line
              move tot-ajustes to cab-tot-qtd
              write reg-imp from cab-tot after 1 line
              write reg-imp from spaces before page
              perform rot-close-imp
           end-if.
           if tot-ajustes not = 0
              move spaces to mensagem
              string "Ajustes de pro-rata/desligamento: " tot-ajustes
                     " - Tecle <Enter>" delimited by size
                     into mensagem
              end-string
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           if tot-isentos not = 0
              move spaces to mensagem
              string "Isencoes aplicadas: " tot-isentos
                     " - Tecle <Enter>" delimited by size
                     into mensagem
              end-string
              display tela-mensagem-cad
              perform rot-keypress
              display tela-limpa-cad
           end-if.
           perform rot-close-bx01.
           perform rot-close-logcv.
           perform rot-close-ab01.
           perform rot-close-rc01.
           write reg-logcv.
      *
       rot-close-logcv.
           close arqlogcv.
      *
      *    Dias a cobrar no mes de competencia: admissao no mes
      *    paga do dia da admissao em diante, desligamento no mes
      *    paga ate o dia do desligamento. Admitido depois do mes,
      *    ou desligado antes dele, nao e cobrado
      *
       rot-pro-rata.
           move "N" to flag-fatura flag-deslig.
           move spaces to tipo-ajuste.
           move 30 to dias-pro-rata dia-fim-pr.
           move 1 to dia-ini-pr.
           move 0 to mes-deslig.
           if ab01-situacao not = 1 and ab01-data-exc not = 0
              move "S" to flag-deslig
           else
              if ab01-situacao not = 1 and 5
                 go to rot-pro-rata-fim
              end-if
           end-if.
           if ab01-data-inc not = 0
              move ab01-data-inc to data-sec-in
              perform rot-mes-pr
              if mes-pr > mes-comp
                 go to rot-pro-rata-fim
              end-if
              if mes-pr = mes-comp
                 move dia-pr to dia-ini-pr
                 move "A" to tipo-ajuste
              end-if
           end-if.
           if flag-deslig = "S"
              move ab01-data-exc to data-sec-in
              perform rot-mes-pr
              move mes-pr to mes-deslig
              if mes-pr < mes-comp
                 go to rot-pro-rata-fim
              end-if
              if mes-pr = mes-comp
                 move dia-pr to dia-fim-pr
                 move "D" to tipo-ajuste
              end-if
           end-if.
           if dia-fim-pr < dia-ini-pr
              go to rot-pro-rata-fim
           end-if.
           compute dias-pro-rata = dia-fim-pr - dia-ini-pr + 1.
           move "S" to flag-fatura.
      *
       rot-pro-rata-fim.
           exit.
      *
      *    Isencao do associado: abate o percentual da mensalidade
      *    e registra o valor dispensado; 100% nao gera titulo
      *
       rot-isencao.
           move "C" to is-par-opcao.
           move ab01-codigo to is-par-codigo.
           move emissao to is-par-data.
           call "rotis01" using campo-isencao.
           if is-par-achou not = "S"
              go to rot-isencao-fim
           end-if.
           move rc01-valor to is-par-valor-cheio.
           if is-par-percentual not < 100
              move rc01-valor to is-par-valor-isento
              move "N" to flag-fatura
           else
              compute is-par-valor-isento rounded =
                      rc01-valor * is-par-percentual / 100
           end-if.
           subtract is-par-valor-isento from rc01-valor.
           move documento to is-par-documento.
           move "QGFT01" to is-par-programa.
           move param-usr to is-par-usuario.
           move param-data to is-par-data-mov.
           move "G" to is-par-opcao.
           call "rotis01" using campo-isencao.
           add 1 to tot-isentos.
           perform rot-imprime-isencao.
      *
       rot-isencao-fim.
           exit.
      *
      *    Mes (indice corrido, com a janela de seculo) e dia de
      *    uma data em dias-corr
      *
       rot-mes-pr.
           perform rot-data-sec.
           compute mes-pr = (data-sec-out - 1) / 30.
           compute dia-pr = data-sec-out - (mes-pr * 30).
      *
      *    Titulos em aberto do associado desligado, da mesma
      *    operacao da mensalidade e de mes posterior ao
      *    desligamento: cancelados (situacao "C", sem sucessor)
      *
       rot-deslig-rc01.
           move low-values to rc01-chave-1.
           move ab01-codigo to rc01-codigo-a.
           move ab01-condicao to rc01-condicao-a.
           move 0 to erro.
           start arqrc01 key is not less rc01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              go to rot-deslig-rc01-fim
           end-if.
      *
       rot-deslig-rc01-01.
           move 0 to erro.
           read arqrc01 next record at end
                move 1 to erro
           end-read.
           if erro not = 0
              go to rot-deslig-rc01-fim
           end-if.
           if rc01-chave = high-values
              go to rot-deslig-rc01-fim
           end-if.
           if rc01-codigo-a not = ab01-codigo or
              rc01-condicao-a not = ab01-condicao
              go to rot-deslig-rc01-fim
           end-if.
           if rc01-situacao not = spaces or
              rc01-operacao not = operacao or
              rc01-documento in rc01-chave = documento
              go to rot-deslig-rc01-01
           end-if.
           if rc01-vencimento not = 0
              move rc01-vencimento to data-sec-in
           else
              move rc01-emissao to data-sec-in
           end-if.
           perform rot-mes-pr.
           if mes-pr not > mes-deslig
              go to rot-deslig-rc01-01
           end-if.
           move reg-rc01 to jor-antes.
           move "C" to rc01-situacao.
           move spaces to rc01-doc-sucessor.
           move param-usr to rc01-usuario.
           move param-data to rc01-data.
           rewrite reg-rc01 invalid key
                   move 1 to erro
           end-rewrite.
           if erro not = 0
              go to rot-deslig-rc01-01
           end-if.
           move "R" to jor-operacao.
           perform rot-jn-rc01.
           move "C" to tipo-ajuste.
           move rc01-documento in rc01-chave to cab-lin-documento.
           move rc01-valor to valor-cheio.
           move 0 to valor-credito.
           perform rot-imprime-deslig.
           go to rot-deslig-rc01-01.
      *
       rot-deslig-rc01-fim.
           move 0 to erro.
           exit.
      *
      *    Mensalidades ja pagas de mes posterior ao desligamento:
      *    o valor pago (sem multa e juros) vira credito do
      *    associado (conta-corrente de creditos, origem "L"), uma
      *    unica vez por documento
      *
       rot-deslig-bx01.
           perform rot-open-bx01.
           if bx01-stat not = "A"
              go to rot-deslig-bx01-fim
           end-if.
           move ab01-codigo to bx01-codigo.
           move ab01-condicao to bx01-condicao.
           move 0 to erro.
           start arqbx01 key is not less bx01-chave-1 invalid key
                 move 1 to erro
           end-start.
           if erro not = 0
              go to rot-deslig-bx01-fim
           end-if.
      *
       rot-deslig-bx01-01.
           move 0 to erro.
           read arqbx01 next record at end
                move 1 to erro
           end-read.
           if erro not = 0
              go to rot-deslig-bx01-fim
           end-if.
           if bx01-chave = high-values
              go to rot-deslig-bx01-fim
           end-if.
           if bx01-codigo not = ab01-codigo or
              bx01-condicao not = ab01-condicao
              go to rot-deslig-bx01-fim
           end-if.
           if bx01-situacao not = spaces or
              bx01-operacao not = operacao
              go to rot-deslig-bx01-01
           end-if.
           if bx01-vencimento not = 0
              move bx01-vencimento to data-sec-in
           else
              move bx01-emissao to data-sec-in
           end-if.
           perform rot-mes-pr.
           if mes-pr not > mes-deslig
              go to rot-deslig-bx01-01
           end-if.
           if bx01-valor-pago not > bx01-multa + bx01-juros
              go to rot-deslig-bx01-01
           end-if.
           compute valor-credito =
                   bx01-valor-pago - bx01-multa - bx01-juros.
           perform rot-verifica-credito thru rot-verifica-credito-fim.
           if flag-creditado = "S"
              go to rot-deslig-bx01-01
           end-if.
           move ab01-codigo to crd-par-codigo.
           move ab01-condicao to crd-par-condicao.
           move "C" to crd-par-tipo.
           move "L" to crd-par-origem.
           move bx01-documento to crd-par-documento.
           move valor-credito to crd-par-valor.
           move param-data to crd-par-data.
           move "MENSALIDADE APOS DESLIGAMENTO" to crd-par-obs.
           move param-usr to crd-par-usr.
           call "rotcr01" using campo-credito.
           cancel "rotcr01".
           if crd-par-ok not = "S"
              go to rot-deslig-bx01-01
           end-if.
           move "R" to tipo-ajuste.
           move bx01-documento to cab-lin-documento.
           move bx01-valor to valor-cheio.
           perform rot-imprime-deslig.
           go to rot-deslig-bx01-01.
      *
       rot-deslig-bx01-fim.
           move 0 to erro.
           exit.
      *
      *    Credito ja lancado p/ o documento num calculo anterior
      *
       rot-verifica-credito.
           move "N" to flag-creditado.
           open input arqcr01.
           if cr01-status not = "00"
              go to rot-verifica-credito-fim
           end-if.
           move ab01-codigo to cr01-codigo.
           move ab01-condicao to cr01-condicao.
           move 0 to erro.
           start arqcr01 key is not less cr01-chave-1 invalid key
                 move 1 to erro
           end-start.
      *
       rot-verifica-credito-01.
           if erro not = 0
              close arqcr01
              go to rot-verifica-credito-fim
           end-if.
           read arqcr01 next record at end
                move 1 to erro
           end-read.
           if erro not = 0
              go to rot-verifica-credito-01
           end-if.
           if cr01-codigo not = ab01-codigo or
              cr01-condicao not = ab01-condicao
              move 1 to erro
              go to rot-verifica-credito-01
           end-if.
           if cr01-tipo = "C" and cr01-origem = "L" and
              cr01-documento = bx01-documento
              move "S" to flag-creditado
              move 1 to erro
           end-if.
           go to rot-verifica-credito-01.
      *
       rot-verifica-credito-fim.
           move 0 to erro.
           exit.
      *
       rot-open-bx01.
           if bx01-stat = "F"
              open input arqbx01
              if bx01-status = "00"
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
           move data-disp to cab-prog-data.
           move emissao-disp to cab-emissao.
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
      *    Mensalidade gerada com pro-rata (admissao/desligamento)
      *
       rot-imprime-pro-rata.
           if tipo-ajuste = "A"
              move "ADMISSAO" to cab-lin-ajuste
              move ab01-data-inc to dias-corr
           else
              move "DESLIGAM." to cab-lin-ajuste
              move ab01-data-exc to dias-corr
           end-if.
           move rc01-documento in rc01-chave to cab-lin-documento.
           move dias-pro-rata to cab-lin-dias.
           move rc01-valor to cab-lin-valor.
           perform rot-imprime-ajuste thru rot-imprime-ajuste-fim.
      *
      *    Mensalidade com isencao total ("ISENTO", sem titulo)
      *    ou parcial; a data e o fim da isencao
      *
       rot-imprime-isencao.
           if flag-fatura = "N"
              move "ISENTO" to cab-lin-ajuste
           else
              move "ISENC.PARC" to cab-lin-ajuste
           end-if.
           move is-par-fim to dias-corr.
           move documento to cab-lin-documento.
           move dias-pro-rata to cab-lin-dias.
           move is-par-valor-cheio to valor-cheio.
           move rc01-valor to cab-lin-valor.
           perform rot-imprime-ajuste thru rot-imprime-ajuste-fim.
      *
      *    Titulo cancelado ("C") ou pago e creditado ("R") por
      *    ser de mes posterior ao desligamento
      *
       rot-imprime-deslig.
           if tipo-ajuste = "C"
              move "CANCELADO" to cab-lin-ajuste
           else
              move "CREDITADO" to cab-lin-ajuste
           end-if.
           move ab01-data-exc to dias-corr.
           move 0 to cab-lin-dias.
           move valor-credito to cab-lin-valor.
           perform rot-imprime-ajuste thru rot-imprime-ajuste-fim.
      *
       rot-imprime-ajuste.
           add 1 to tot-ajustes.
           if flag-imp = "N"
              perform rot-open-imp
              if erro = 0
                 move "S" to flag-imp
              else
                 move "E" to flag-imp
              end-if
              move 0 to erro
           end-if.
           if flag-imp not = "S"
              go to rot-imprime-ajuste-fim
           end-if.
           move 1 to opcao-data.
           perform rot-data.
           move data-disp to cab-lin-data.
           if pagina = 0 or linha > 55
              perform rot-cabec
           end-if.
           move ab01-codigo to cab-lin-codigo.
           move ab01-razao-social to cab-lin-razao.
           move valor-cheio to cab-lin-cheio.
           write reg-imp from cab-lin after 1 line.
           add 1 to linha.
      *
       rot-imprime-ajuste-fim.
           exit.
